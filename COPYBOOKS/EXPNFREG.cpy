      * FRETE E ICMS, E TRAILER (TIPO 9) COM CONTAGENS E
      * SOMA PARA CONFERENCIA NO DESTINO
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  DETALHE COM O NCM DO PRODUTO E OS
      *                VALORES DE IPI, PIS E COFINS DO ITEM
      *                (OCUPA O FILLER)
      * 2026-10-15 LC  REGISTRO DE LOCAL DE ENTREGA (TIPO 2)
      *                LOGO APOS O HEADER DE CADA NF, COM A
      *                SEQUENCIA (00 = CADASTRO), ENDERECO E
      *                CEP PARA ONDE A MERCADORIA FOI
      *****************************************************
       01 XNF-HEADER.
           02 XNF-H-TIPO       PIC X(01).
           02 XNF-H-CLI-NOME   PIC X(30).
           02 XNF-H-UF         PIC X(02).
           02 FILLER           PIC X(25).
       01 XNF-ENTREGA.
           02 XNF-E-TIPO       PIC X(01).
           02 XNF-E-NUM-NF     PIC 9(08).
           02 XNF-E-SEQ        PIC 9(02).
           02 XNF-E-ENDERECO   PIC X(40).
           02 XNF-E-CEP        PIC 9(08).
           02 FILLER           PIC X(21).
       01 XNF-DETALHE.
           02 XNF-D-TIPO        PIC X(01).
           02 XNF-D-NUM-NF      PIC 9(08).
           02 XNF-D-VALOR       PIC 9(06)V99.
           02 XNF-D-FRETE       PIC 9(04)V99.
           02 XNF-D-ICMS        PIC 9(06)V99.
           02 XNF-D-NCM         PIC 9(08).
           02 XNF-D-IPI         PIC 9(06)V99.
           02 XNF-D-PIS         PIC 9(06)V99.
           02 XNF-D-COFINS      PIC 9(06)V99.
           02 FILLER            PIC X(06).
       01 XNF-TRAILER.
           02 XNF-T-TIPO       PIC X(01).
           02 XNF-T-QTD-NF     PIC 9(06).
