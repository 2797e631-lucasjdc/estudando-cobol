      *****************************************************
      * C3VREG.CPY
      * AREA DE PARAMETROS DO MODULO DE CONFERENCIA DE TRES
      * VIAS (PROGC103) - O CHAMADOR INFORMA O PEDIDO DE
      * COMPRA E O MODULO DEVOLVE SE, EM TODOS OS ITENS,
      * A QUANTIDADE PEDIDA, A RECEBIDA E A FATURADA PELO
      * FORNECEDOR (PCP-QTD-FATURADA) CONFEREM, E O
      * PRIMEIRO ITEM DIVERGENTE QUANDO NAO CONFEREM
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 C3V-PARAMETROS.
           02 C3V-NUM-COMPRA PIC 9(08).
           02 C3V-ITEM-SEQ   PIC 9(02).
           02 C3V-RETORNO    PIC X(01).
               88 C3V-CONFERE         VALUE 'S'.
               88 C3V-DIVERGENTE      VALUE 'N'.
               88 C3V-PEDIDO-AUSENTE  VALUE 'X'.
