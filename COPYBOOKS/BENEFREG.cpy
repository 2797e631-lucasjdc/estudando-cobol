      *****************************************************
      * BENEFREG.CPY
      * LAYOUT DO REGISTRO DE ADESAO A BENEFICIO (ARQUIVO
      * BENEFIC) - VALE-TRANSPORTE (TIPO T: TARIFA E
      * VIAGENS POR DIA) E VALE-REFEICAO (TIPO R: CREDITO
      * DIARIO, UMA VEZ POR DIA), MANTIDO PELO PROGC136 E
      * CALCULADO NO MES PELO PROGC137
      * CHAVE.: BEN-CHAVE (MATRICULA + TIPO)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 BEN-REGISTRO.
           02 BEN-CHAVE.
               03 BEN-MATRICULA  PIC 9(06).
               03 BEN-TIPO       PIC X(01).
                   88 BEN-TRANSPORTE VALUE 'T'.
                   88 BEN-REFEICAO   VALUE 'R'.
                   88 BEN-TIPO-VALIDO VALUES 'T' 'R'.
           02 BEN-VALOR-UNITARIO PIC 9(04)V99.
           02 BEN-QTD-DIA        PIC 9(02).
           02 BEN-PERC-DESCONTO  PIC 9(02)V99.
           02 BEN-CARTAO         PIC X(16).
           02 BEN-STATUS         PIC X(01).
               88 BEN-ATIVO     VALUE 'A'.
               88 BEN-SUSPENSO  VALUE 'S'.
           02 BEN-DATA-INICIO    PIC 9(08).
           02 BEN-DATA-ALTERACAO PIC 9(08).
           02 BEN-OPERADOR       PIC X(06).
           02 FILLER             PIC X(10).
