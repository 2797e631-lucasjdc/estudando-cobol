      *****************************************************
      * BENMREG.CPY
      * LAYOUT DO REGISTRO DO CALCULO MENSAL DE BENEFICIO
      * (ARQUIVO BENEFMES) - GRAVADO PELO PROGC137 COM OS
      * DIAS UTEIS DO MES, OS DIAS DESCONTADOS (FERIAS E
      * AFASTAMENTOS), O VALOR PEDIDO A OPERADORA E O
      * DESCONTO DO EMPREGADO, LIDO PELA FOLHA MENSAL DO
      * PROGCOB32, QUE LANCA O DESCONTO E MARCA O REGISTRO
      * CHAVE.: BMS-CHAVE (MATRICULA + COMPETENCIA + TIPO)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 BMS-REGISTRO.
           02 BMS-CHAVE.
               03 BMS-MATRICULA   PIC 9(06).
               03 BMS-COMPETENCIA PIC 9(06).
               03 BMS-TIPO        PIC X(01).
                   88 BMS-TRANSPORTE VALUE 'T'.
                   88 BMS-REFEICAO   VALUE 'R'.
           02 BMS-CCUSTO         PIC 9(04).
           02 BMS-DIAS-UTEIS     PIC 9(02).
           02 BMS-DIAS-AUSENTE   PIC 9(02).
           02 BMS-DIAS-BENEFICIO PIC 9(02).
           02 BMS-VALOR-PEDIDO   PIC 9(06)V99.
           02 BMS-DESCONTO       PIC 9(06)V99.
           02 BMS-CUSTO-EMPRESA  PIC 9(06)V99.
           02 BMS-STATUS         PIC X(01).
               88 BMS-CALCULADO  VALUE 'C'.
               88 BMS-DESCONTADO VALUE 'D'.
           02 BMS-DATA-CALCULO   PIC 9(08).
           02 FILLER             PIC X(10).
