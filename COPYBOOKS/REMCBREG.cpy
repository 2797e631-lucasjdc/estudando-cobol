      * POR TITULO (TIPO 1) E TRAILER (TIPO 9) COM
      * QUANTIDADE E SOMA - GERADO PELO PROGCOB55
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDA A PARCELA DO TITULO NO
      *                DETALHE (NF + PARCELA IDENTIFICAM O
      *                TITULO NO RETORNO)
      * 2026-10-15 LC  INCLUIDAS AS INSTRUCOES DE MULTA E
      *                JUROS AO BANCO - PERCENTUAL DE MULTA,
      *                VALOR DE JUROS POR DIA DE ATRASO E A
      *                DATA A PARTIR DA QUAL SE COBRAM
      *****************************************************
       01 RMC-HEADER.
           02 RMC-H-TIPO      PIC X(01).
           02 RMC-D-CLI-CODIGO  PIC 9(06).
           02 RMC-D-VALOR       PIC 9(07)V99.
           02 RMC-D-DATA-VENCTO PIC 9(08).
           02 RMC-D-PARCELA     PIC 9(02).
           02 RMC-D-PERC-MULTA  PIC 9(02)V99.
           02 RMC-D-JUROS-DIA   PIC 9(07)V99.
           02 RMC-D-DATA-MORA   PIC 9(08).
           02 FILLER            PIC X(25).
       01 RMC-TRAILER.
           02 RMC-T-TIPO      PIC X(01).
           02 RMC-T-QTD       PIC 9(06).
