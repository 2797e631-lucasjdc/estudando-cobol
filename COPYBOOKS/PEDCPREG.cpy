      * E O PROGCOB66
      * CHAVE.: PCP-CHAVE (NUMERO + SEQUENCIA DO ITEM)
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  O FORNECEDOR DEIXOU DE SER TEXTO LIVRE
      *                E PASSOU A SER O CODIGO DO CADASTRO
      *                DE FORNECEDORES (FORNREG), NO LUGAR
      *                DOS 30 BYTES DO NOME (TAMANHO DO
      *                REGISTRO MANTIDO) - O ARQUIVO PEDCOMPR
      *                EXISTENTE PRECISA DE UMA CONVERSAO
      *                UNICA (NOME PARA CODIGO) ANTES DA
      *                PRIMEIRA EXECUCAO
      * 2026-10-15 LC  INCLUIDA A QUANTIDADE FATURADA PELO
      *                FORNECEDOR (INFORMADA NO RECEBIMENTO
      *                COM A NF) NO ESPACO LIVRE, PARA A
      *                CONFERENCIA DE TRES VIAS DO CONTAS A
      *                PAGAR (PROGC103)
      *****************************************************
       01 PCP-REGISTRO.
           02 PCP-CHAVE.
               03 PCP-NUMERO   PIC 9(08).
               03 PCP-ITEM-SEQ PIC 9(02).
           02 PCP-FOR-CODIGO    PIC 9(06).
           02 PCP-QTD-FATURADA  PIC 9(06).
           02 FILLER            PIC X(18).
           02 PCP-PROD-CODIGO   PIC 9(06).
           02 PCP-QTD-PEDIDA    PIC 9(06).
           02 PCP-QTD-RECEBIDA  PIC 9(06).
