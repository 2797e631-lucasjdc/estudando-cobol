      *****************************************************
      * TRIBWRK.CPY
      * AREA DE TRABALHO DO CALCULO DOS TRIBUTOS DO ITEM -
      * CAMPOS USADOS PELA ROTINA COMPARTILHADA CALCTRIB; O
      * PROGRAMA MOVE O NCM DO PRODUTO, O VALOR DO ITEM E A
      * ALIQUOTA DE ICMS DA UF, EXECUTA CALCULA-TRIBUTOS E
      * RECEBE AS ALIQUOTAS E OS VALORES DE IPI, PIS, COFINS
      * E ICMS (ESTE SOBRE A BASE ACRESCIDA DO IPI QUANDO O
      * NCM MANDA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-TRB-AREA.
           02 WRK-TRB-NCM         PIC 9(08)    VALUE ZEROS.
           02 WRK-TRB-VALOR       PIC 9(06)V99 VALUE ZEROS.
           02 WRK-TRB-ICMS-PERC   PIC 9(02)V99 VALUE ZEROS.
           02 WRK-TRB-BASE-ICMS   PIC 9(07)V99 VALUE ZEROS.
           02 WRK-TRB-ICMS        PIC 9(06)V99 VALUE ZEROS.
           02 WRK-TRB-IPI-PERC    PIC 9(02)V99 VALUE ZEROS.
           02 WRK-TRB-IPI         PIC 9(06)V99 VALUE ZEROS.
           02 WRK-TRB-PIS-PERC    PIC 9(02)V99 VALUE ZEROS.
           02 WRK-TRB-PIS         PIC 9(06)V99 VALUE ZEROS.
           02 WRK-TRB-COFINS-PERC PIC 9(02)V99 VALUE ZEROS.
           02 WRK-TRB-COFINS      PIC 9(06)V99 VALUE ZEROS.
           02 WRK-TRB-REGRA-SW    PIC X(01)    VALUE 'N'.
               88 WRK-TRB-REGRA-ACHADA VALUE 'S'.
           02 WRK-TRB-IPI-BASE    PIC X(01)    VALUE 'N'.
               88 WRK-TRB-IPI-NA-BASE VALUE 'S'.
