       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC103.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MODULO CHAMAVEL DE CONFERENCIA DE TRES
      * VIAS DO CONTAS A PAGAR - PARA O PEDIDO DE COMPRA
      * INFORMADO, PERCORRE OS ITENS DO PEDCOMPR E SO
      * DEVOLVE CONFERE QUANDO, EM TODOS ELES, A QUANTIDADE
      * PEDIDA, A RECEBIDA (PROGCOB65) E A FATURADA NA NF
      * DO FORNECEDOR SAO IGUAIS - USADO ANTES DE PAGAR UM
      * TITULO DE ORIGEM COMPRA (PROGC100 E PROGC101).
      * PARAMETROS NA AREA C3VREG
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS-COMPRA ASSIGN TO "PEDCOMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCP-CHAVE
               FILE STATUS IS WRK-PEDIDOS-COMPRA-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  PEDIDOS-COMPRA.
           COPY PEDCPREG.
       WORKING-STORAGE SECTION.
       77 WRK-PEDIDOS-COMPRA-ST PIC X(02) VALUE SPACES.
       77 WRK-FIM-ITENS        PIC X(01) VALUE 'N'.
           88 WRK-FIM-ITENS-OK VALUE 'S'.
       77 WRK-QTD-ITENS        PIC 9(02) VALUE ZEROS.
       LINKAGE SECTION.
           COPY C3VREG.
       PROCEDURE DIVISION USING C3V-PARAMETROS.
           SET C3V-CONFERE TO TRUE.
           MOVE ZEROS TO C3V-ITEM-SEQ.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE 'N' TO WRK-FIM-ITENS.
           OPEN INPUT PEDIDOS-COMPRA.
           IF WRK-PEDIDOS-COMPRA-ST NOT = '00'
               SET C3V-PEDIDO-AUSENTE TO TRUE
               GOBACK
           END-IF.
           MOVE C3V-NUM-COMPRA TO PCP-NUMERO.
           MOVE ZEROS TO PCP-ITEM-SEQ.
           START PEDIDOS-COMPRA KEY >= PCP-CHAVE
               INVALID KEY
                   SET WRK-FIM-ITENS-OK TO TRUE
           END-START.
           PERFORM LER-ITEM.
           PERFORM CONFERE-ITEM
               UNTIL WRK-FIM-ITENS-OK OR C3V-DIVERGENTE.
           IF WRK-QTD-ITENS = 0
               SET C3V-PEDIDO-AUSENTE TO TRUE
           END-IF.
           CLOSE PEDIDOS-COMPRA.
           GOBACK.

       CONFERE-ITEM.
           ADD 1 TO WRK-QTD-ITENS.
           IF PCP-QTD-RECEBIDA NOT = PCP-QTD-PEDIDA
            OR PCP-QTD-FATURADA NOT = PCP-QTD-RECEBIDA
               SET C3V-DIVERGENTE TO TRUE
               MOVE PCP-ITEM-SEQ TO C3V-ITEM-SEQ
           ELSE
               PERFORM LER-ITEM
           END-IF.

       LER-ITEM.
           IF NOT WRK-FIM-ITENS-OK
               READ PEDIDOS-COMPRA NEXT
                   AT END
                       SET WRK-FIM-ITENS-OK TO TRUE
                   NOT AT END
                       IF PCP-NUMERO NOT = C3V-NUM-COMPRA
                           SET WRK-FIM-ITENS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.
