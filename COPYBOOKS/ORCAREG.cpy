      * PROGCOB20
      * CHAVE.: ORC-NUMERO
      * 2026-08-22 LC  CRIACAO
      * 2026-10-15 LC  STATUS V - ORCAMENTO VENCIDO COM A
      *                RESERVA DE ESTOQUE DOS ITENS JA LIBERADA
      *                PELO PROGC109
      * 2026-10-15 LC  INCLUIDA A TRANSPORTADORA QUE DEU O
      *                FRETE DO ORCAMENTO, LEVADA AO PEDIDO
      *                NA CONVERSAO (PROGCOB20) - OCUPA O
      *                INICIO DO FILLER
      * 2026-10-15 LC  INCLUIDA A SEQUENCIA DO ENDERECO DE
      *                ENTREGA (ENTRGREG, 00 = ENDERECO DO
      *                CADASTRO) QUE DEU A ZONA E O FRETE DO
      *                ORCAMENTO, LEVADA AO PEDIDO NA
      *                CONVERSAO - OCUPA O RESTO DO FILLER
      *****************************************************
       01 ORC-REGISTRO.
           02 ORC-NUMERO      PIC 9(08).
           02 ORC-STATUS      PIC X(01).
               88 ORC-ABERTO     VALUE 'A'.
               88 ORC-CONVERTIDO VALUE 'C'.
               88 ORC-VENCIDO    VALUE 'V'.
           02 ORC-NF-GERADA   PIC 9(08).
           02 ORC-QTD-ITENS   PIC 9(02).
           02 ORC-TOTAL-VALOR PIC 9(07)V99.
           02 ORC-TOTAL-FRETE PIC 9(06)V99.
           02 ORC-TOTAL-ICMS  PIC 9(07)V99.
           02 ORC-TRANSP      PIC 9(03).
           02 ORC-ENT-SEQ     PIC 9(02).
