      *****************************************************
      * ENCARWRK.CPY
      * AREA DE TRABALHO DA ROTINA COMPARTILHADA ENCARGOS -
      * MULTA E JUROS DE MORA DO TITULO PAGO APOS O
      * VENCIMENTO. OS PERCENTUAIS PADRAO (MULTA 2% E JUROS
      * DE 1% AO MES) SAO SOBREPOSTOS PELO PARMCOBR QUANDO
      * O PROGRAMA O LE. O PROGRAMA MOVE VENCIMENTO, DATA DO
      * PAGAMENTO E BASE PARA CALCULA-ENCARGOS, OU SALDO E
      * VALOR PAGO PARA REPARTE-PAGAMENTO, QUE DEVOLVE O
      * PRINCIPAL ABATIDO, A MULTA E OS JUROS RECEBIDOS, O
      * ENCARGO RESIDUAL NAO PAGO E O EXCESSO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-ENC-AREA.
           02 WRK-ENC-PERC-MULTA  PIC 9(02)V99 VALUE 2.
           02 WRK-ENC-JUROS-MES   PIC 9(02)V99 VALUE 1.
           02 WRK-ENC-VENCTO      PIC 9(08) VALUE ZEROS.
           02 WRK-ENC-DATA-PAGTO  PIC 9(08) VALUE ZEROS.
           02 WRK-ENC-LIMITE      PIC 9(08) VALUE ZEROS.
           02 WRK-ENC-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
           02 WRK-ENC-BASE        PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-MULTA       PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-JUROS       PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-TOTAL       PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-SALDO       PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-VALOR-PAGO  PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-PRINC-PAGO  PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-PAGO        PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-MULTA-PAGA  PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-JUROS-PAGO  PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-RESIDUAL    PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-EXCESSO     PIC 9(07)V99 VALUE ZEROS.
           02 WRK-ENC-NUM-NF      PIC 9(08) VALUE ZEROS.
           02 WRK-ENC-PARCELA     PIC 9(02) VALUE ZEROS.
           02 WRK-ENC-CLIENTE     PIC 9(06) VALUE ZEROS.
