      *****************************************************
      * RASTRREG.CPY
      * LAYOUT DO REGISTRO DO ARQUIVO DIARIO DE RASTREIO
      * ENVIADO POR CADA TRANSPORTADORA (ARQUIVO RASTREIO,
      * UM ARQUIVO POR TRANSPORTADORA CONCATENADO NO LOTE) -
      * UM EVENTO DE ENTREGA POR ITEM DE NF, IMPORTADO PELO
      * PROGC119: ENTREGUE, ENTREGA PARCIAL OU TENTATIVA DE
      * ENTREGA FRUSTRADA. NA ENTREGA RAS-RECEBEDOR TRAZ O
      * NOME DE QUEM RECEBEU E NA TENTATIVA FRUSTRADA O
      * MOTIVO; QUANTIDADE ZERO NO ENTREGUE = TODO O SALDO
      * ENVIADO DO ITEM
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 RAS-REGISTRO.
           02 RAS-TRP-CODIGO   PIC 9(03).
           02 RAS-NUM-PEDIDO   PIC 9(08).
           02 RAS-ITEM-SEQ     PIC 9(02).
           02 RAS-EVENTO       PIC X(02).
               88 RAS-ENTREGUE         VALUE 'EN'.
               88 RAS-ENTREGA-PARCIAL  VALUE 'EP'.
               88 RAS-INSUCESSO        VALUE 'IN'.
           02 RAS-DATA-EVENTO  PIC 9(08).
           02 RAS-QUANTIDADE   PIC 9(03).
           02 RAS-RECEBEDOR    PIC X(30).
           02 FILLER           PIC X(24).
