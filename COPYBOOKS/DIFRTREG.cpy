      *****************************************************
      * DIFRTREG.CPY
      * LAYOUT DO REGISTRO DE DIFERENCA RETROATIVA DE
      * REAJUSTE COLETIVO (ARQUIVO DIFRETRO) - UM REGISTRO
      * POR MATRICULA E DISSIDIO, GRAVADO NA EFETIVACAO PELO
      * PROGC135 COM AS DIFERENCAS SOBRE SALARIO, HORAS
      * EXTRAS, 13O E FERIAS JA PAGOS DESDE A VIGENCIA. A
      * FOLHA MENSAL (PROGCOB32) PAGA O PENDENTE EM LINHA
      * PROPRIA DO HOLERITE E MARCA PAGO COM A COMPETENCIA
      * CHAVE.: DRT-CHAVE (MATRICULA + DISSIDIO)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 DRT-REGISTRO.
           02 DRT-CHAVE.
               03 DRT-MATRICULA    PIC 9(06).
               03 DRT-DISSIDIO     PIC 9(04).
           02 DRT-SALARIO-ANTERIOR PIC 9(06)V99.
           02 DRT-SALARIO-NOVO     PIC 9(06)V99.
           02 DRT-DIF-SALARIO      PIC 9(06)V99.
           02 DRT-DIF-EXTRA        PIC 9(06)V99.
           02 DRT-DIF-13           PIC 9(06)V99.
           02 DRT-DIF-FERIAS       PIC 9(06)V99.
           02 DRT-DIF-TOTAL        PIC 9(06)V99.
           02 DRT-STATUS           PIC X(01).
               88 DRT-PENDENTE     VALUE 'P'.
               88 DRT-PAGO         VALUE 'G'.
           02 DRT-DATA-GERACAO     PIC 9(08).
           02 DRT-COMPET-PAGTO     PIC 9(06).
           02 FILLER               PIC X(10).
