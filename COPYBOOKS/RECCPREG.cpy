      *****************************************************
      * RECCPREG.CPY
      * LAYOUT DO REGISTRO DO HISTORICO DE RECEBIMENTOS DE
      * COMPRA (ARQUIVO RECCOMPR) - UM REGISTRO POR ITEM
      * RECEBIDO NO PROGCOB65, COM O FORNECEDOR, A DATA
      * PREVISTA DO PEDIDO E A DATA EFETIVA DA CHEGADA,
      * PARA O DESEMPENHO DE FORNECEDORES DO PROGCOB99
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 RCC-REGISTRO.
           02 RCC-NUM-COMPRA    PIC 9(08).
           02 RCC-ITEM-SEQ      PIC 9(02).
           02 RCC-FOR-CODIGO    PIC 9(06).
           02 RCC-PROD-CODIGO   PIC 9(06).
           02 RCC-QUANTIDADE    PIC 9(06).
           02 RCC-DATA-RECEB    PIC 9(08).
           02 RCC-DATA-PREVISTA PIC 9(08).
           02 FILLER            PIC X(20).
