      *****************************************************
      * PEDBNREG.CPY
      * LAYOUT DO ARQUIVO DE PEDIDO DE BENEFICIO PARA A
      * OPERADORA DE VALE (ARQUIVO PEDBENEF) - UMA LINHA
      * POR EMPREGADO E BENEFICIO COM VALOR NO MES, GERADO
      * PELO PROGC137
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PBN-REGISTRO.
           02 PBN-TIPO           PIC X(01).
           02 PBN-COMPETENCIA    PIC 9(06).
           02 PBN-MATRICULA      PIC 9(06).
           02 PBN-CPF            PIC 9(11).
           02 PBN-NOME           PIC X(30).
           02 PBN-CARTAO         PIC X(16).
           02 PBN-DIAS           PIC 9(02).
           02 PBN-QTD-DIA        PIC 9(02).
           02 PBN-VALOR-UNITARIO PIC 9(04)V99.
           02 PBN-VALOR-TOTAL    PIC 9(06)V99.
