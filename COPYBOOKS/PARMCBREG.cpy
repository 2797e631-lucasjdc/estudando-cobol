      * RECOMPILACAO OS DIAS DE ATRASO PARA O PRIMEIRO
      * AVISO E OS DIAS ENTRE OS ESTAGIOS DA ESCALADA
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDOS O PERCENTUAL DE MULTA E A
      *                TAXA MENSAL DE JUROS DE MORA DO TITULO
      *                PAGO EM ATRASO (ROTINA ENCARGOS), LIDOS
      *                TAMBEM PELO PROGCOB22, PROGCOB55 E
      *                PROGCOB56
      * 2026-10-15 LC  INCLUIDOS OS DIAS DE TOLERANCIA DA
      *                PARCELA DE ACORDO DE RENEGOCIACAO EM
      *                ATRASO ANTES DE O ACORDO SER DADO COMO
      *                ROMPIDO (PROGC116)
      *****************************************************
       01 PCB-REGISTRO.
           02 PCB-DIAS-PRIMEIRO PIC 9(03).
           02 PCB-DIAS-ESCALA   PIC 9(03).
           02 PCB-PERC-MULTA    PIC 9(02)V99.
           02 PCB-JUROS-MES     PIC 9(02)V99.
           02 PCB-DIAS-TOLER-ACORDO PIC 9(03).
           02 FILLER            PIC X(63).
