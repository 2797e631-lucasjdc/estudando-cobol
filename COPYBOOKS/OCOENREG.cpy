      *****************************************************
      * OCOENREG.CPY
      * LAYOUT DO REGISTRO DE OCORRENCIA DE ENTREGA
      * (ARQUIVO OCORENTR) - UM REGISTRO POR EVENTO DE
      * RASTREIO APLICADO PELO PROGC119 (ENTREGA COM O NOME
      * DO RECEBEDOR, TENTATIVA FRUSTRADA COM O MOTIVO); AS
      * TENTATIVAS FRUSTRADAS APARECEM NO RELATORIO DE
      * ENTREGAS ATRASADAS (PROGCOB27)
      * CHAVE.: OCE-CHAVE (NF + SEQUENCIA DA OCORRENCIA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 OCE-REGISTRO.
           02 OCE-CHAVE.
               03 OCE-NUM-PEDIDO  PIC 9(08).
               03 OCE-SEQ         PIC 9(03).
           02 OCE-ITEM-SEQ     PIC 9(02).
           02 OCE-TRP-CODIGO   PIC 9(03).
           02 OCE-EVENTO       PIC X(02).
               88 OCE-ENTREGUE         VALUE 'EN'.
               88 OCE-ENTREGA-PARCIAL  VALUE 'EP'.
               88 OCE-INSUCESSO        VALUE 'IN'.
           02 OCE-DATA-EVENTO  PIC 9(08).
           02 OCE-QUANTIDADE   PIC 9(03).
           02 OCE-RECEBEDOR    PIC X(30).
           02 OCE-DATA-IMPORT  PIC 9(08).
           02 FILLER           PIC X(10).
