       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC108.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CONSULTAS DE LOTE E VALIDADE -
      * 1 - LOTES A VENCER NOS PROXIMOS N DIAS E LOTES JA
      *     VENCIDOS COM SALDO (RELLOTES - RODA NO LOTE
      *     SEMANAL PROGSEM COM A OPCAO E OS DIAS NO SYSIN)
      * 2 - RASTREIO DE RECALL: DADO O PRODUTO E O NUMERO DO
      *     LOTE, LISTA AS ENTRADAS DO LOTE (DEPOSITO,
      *     VALIDADE, FORNECEDOR) E AS NOTAS E CLIENTES QUE
      *     RECEBERAM O LOTE (ITPEDIDO + STATUSPD) NO RELRECAL
      *     - INCLUSIVE COMO COMPONENTE DE KIT VENDIDO
      *     (KITBAIXA), COM O CODIGO DO KIT NA LINHA DA NOTA
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOTES-ST.
           SELECT PRODUTO-TAB ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTO-STATUS.
           SELECT ITENS-PEDIDO ASSIGN TO "ITPEDIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               ALTERNATE RECORD KEY IS ITP-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-ITENS-PEDIDO-ST.
           SELECT STATUS-PEDIDO ASSIGN TO "STATUSPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STP-NUM-PEDIDO
               FILE STATUS IS WRK-STATUS-PEDIDO-ST.
           SELECT KIT-BAIXA ASSIGN TO "KITBAIXA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KBX-CHAVE
               FILE STATUS IS WRK-KIT-BAIXA-ST.
           SELECT CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLIENTE-STATUS.
           SELECT RELATORIO ASSIGN TO "RELLOTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT RELRECALL ASSIGN TO "RELRECAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELRECALL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOTES.
           COPY LOTEREG.
       FD  PRODUTO-TAB.
           COPY PRODREG.
       FD  ITENS-PEDIDO.
           COPY ITPEDREG.
       FD  STATUS-PEDIDO.
           COPY STATREG.
       FD  KIT-BAIXA.
           COPY KITBXREG.
       FD  CLIENTE.
           COPY CLIREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  RELRECALL.
       01  RCL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-LOTES-ST         PIC X(02) VALUE SPACES.
       77 WRK-PRODUTO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEDIDO-ST PIC X(02) VALUE SPACES.
       77 WRK-KIT-BAIXA-ST     PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RELRECALL-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-KIT          PIC X(01) VALUE 'N'.
           88 WRK-FIM-KIT-OK VALUE 'S'.
       77 WRK-ITENS-ABERTO     PIC X(01) VALUE 'N'.
           88 WRK-ITENS-ABERTO-OK VALUE 'S'.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-DIAS             PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-SW          PIC X(01) VALUE 'N'.
           88 WRK-DIAS-VALIDO VALUE 'S'.
       77 WRK-PROD-CODIGO      PIC 9(06) VALUE ZEROS.
       77 WRK-PROD-CODIGO-SW   PIC X(01) VALUE 'N'.
           88 WRK-PROD-CODIGO-VALIDO VALUE 'S'.
       77 WRK-LOTE             PIC X(10) VALUE SPACES.
       77 WRK-HOJE             PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE           PIC 9(08) VALUE ZEROS.
       77 WRK-DESCRICAO        PIC X(20) VALUE SPACES.
       77 WRK-SITUACAO         PIC X(08) VALUE SPACES.
       77 WRK-SLOT             PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-LOTE-ITEM    PIC 9(05) VALUE ZEROS.
       77 WRK-CLI-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-NOME         PIC X(30) VALUE SPACES.
       77 WRK-STATUS-NF        PIC X(01) VALUE SPACES.
       77 WRK-KIT-REF          PIC X(11) VALUE SPACES.
       77 WRK-QTD-VENCIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-A-VENCER     PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-VENCIDOS   PIC 9(09) VALUE ZEROS.
       77 WRK-SALDO-A-VENCER   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ENTRADAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NOTAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXPEDIDA     PIC 9(09) VALUE ZEROS.
       77 WRK-SALDO-ED         PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONTA-ED         PIC ZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
       PROCEDURE DIVISION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'CONSULTAS DE LOTE E VALIDADE'.
           DISPLAY '1-LOTES A VENCER E VENCIDOS'.
           DISPLAY '2-RASTREIO DE RECALL DO LOTE'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM RELATORIO-VALIDADE
               WHEN 2
                   PERFORM RASTREIO-RECALL
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           GOBACK.

      *****************************************************
      * RELATORIO-VALIDADE - PERCORRE O ARQUIVO DE LOTES E
      * LISTA OS LOTES COM SALDO JA VENCIDOS (VALIDADE
      * ANTERIOR A HOJE) E OS QUE VENCEM ATE HOJE + N DIAS
      *****************************************************
       RELATORIO-VALIDADE.
           DISPLAY 'DIAS A FRENTE PARA O VENCIMENTO.. '.
           PERFORM CAPTURA-DIAS UNTIL WRK-DIAS-VALIDO.
           SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE.
           MOVE WRK-HOJE TO DUT-DATA-1.
           MOVE WRK-DIAS TO DUT-DIAS.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DATA-2 TO WRK-LIMITE.
           OPEN INPUT LOTES.
           IF WRK-LOTES-ST NOT = '00'
               DISPLAY 'ARQUIVO DE LOTES INDISPONIVEL'
           ELSE
               OPEN INPUT PRODUTO-TAB
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO REL-LINHA
               STRING 'LOTES VENCIDOS E A VENCER ATE ' WRK-LIMITE
                      ' - EMISSAO ' WRK-HOJE
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'PRODUT DESCRICAO            DP LOTE      '
                      ' VALIDADE   SALDO SITUACAO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               PERFORM LER-LOTE
               PERFORM AVALIA-LOTE UNTIL WRK-FIM-ARQUIVO-OK
               PERFORM IMPRIME-TOTAIS-VALIDADE
               CLOSE RELATORIO
               IF WRK-PRODUTO-STATUS = '00'
                   CLOSE PRODUTO-TAB
               END-IF
               CLOSE LOTES
               DISPLAY 'RELATORIO DE VALIDADE GRAVADO EM RELLOTES'
           END-IF.

       LER-LOTE.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ LOTES NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       AVALIA-LOTE.
           IF LOT-SALDO > 0 AND LOT-VALIDADE NOT > WRK-LIMITE
               IF LOT-VALIDADE < WRK-HOJE
                   MOVE 'VENCIDO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-VENCIDOS
                   ADD LOT-SALDO TO WRK-SALDO-VENCIDOS
               ELSE
                   MOVE 'A VENCER' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-A-VENCER
                   ADD LOT-SALDO TO WRK-SALDO-A-VENCER
               END-IF
               PERFORM BUSCA-DESCRICAO
               MOVE LOT-SALDO TO WRK-SALDO-ED
               MOVE SPACES TO REL-LINHA
               STRING LOT-PROD-CODIGO ' ' WRK-DESCRICAO ' '
                      LOT-DEPOSITO ' ' LOT-NUMERO ' '
                      LOT-VALIDADE ' ' WRK-SALDO-ED ' '
                      WRK-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-LOTE.

       BUSCA-DESCRICAO.
           MOVE SPACES TO WRK-DESCRICAO.
           IF WRK-PRODUTO-STATUS = '00'
               MOVE LOT-PROD-CODIGO TO PRD-CODIGO
               READ PRODUTO-TAB
                   INVALID KEY
                       MOVE 'PRODUTO NAO CADASTR.' TO WRK-DESCRICAO
                   NOT INVALID KEY
                       MOVE PRD-DESCRICAO TO WRK-DESCRICAO
               END-READ
           END-IF.

       IMPRIME-TOTAIS-VALIDADE.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-VENCIDOS TO WRK-CONTA-ED.
           MOVE WRK-SALDO-VENCIDOS TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTES VENCIDOS.. ' WRK-CONTA-ED
                  '   SALDO.. ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-A-VENCER TO WRK-CONTA-ED.
           MOVE WRK-SALDO-A-VENCER TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTES A VENCER.. ' WRK-CONTA-ED
                  '   SALDO.. ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * RASTREIO-RECALL - ENTRADAS DO LOTE NOS DEPOSITOS E
      * TODAS AS NOTAS (MESMO CANCELADAS, COM O STATUS) CUJO
      * ITEM DO PRODUTO FOI ATENDIDO PELO LOTE, SEGUIDAS DAS
      * NOTAS EM QUE O PRODUTO SAIU DO LOTE COMO COMPONENTE
      * DE UM KIT (KITBAIXA)
      *****************************************************
       RASTREIO-RECALL.
           DISPLAY 'CODIGO DO PRODUTO.. '.
           PERFORM CAPTURA-PROD-CODIGO UNTIL WRK-PROD-CODIGO-VALIDO.
           DISPLAY 'NUMERO DO LOTE.. '.
           ACCEPT WRK-LOTE.
           OPEN OUTPUT RELRECALL.
           MOVE SPACES TO RCL-LINHA.
           STRING 'RECALL DO LOTE ' WRK-LOTE ' DO PRODUTO '
                  WRK-PROD-CODIGO ' - EMISSAO ' WRK-HOJE
               DELIMITED BY SIZE INTO RCL-LINHA.
           WRITE RCL-LINHA.
           PERFORM LISTA-ENTRADAS-LOTE.
           PERFORM LISTA-NOTAS-LOTE.
           CLOSE RELRECALL.
           MOVE WRK-QTD-NOTAS TO WRK-CONTA-ED.
           DISPLAY 'NOTAS COM O LOTE.. ' WRK-CONTA-ED.
           DISPLAY 'RASTREIO GRAVADO EM RELRECAL'.

       LISTA-ENTRADAS-LOTE.
           MOVE SPACES TO RCL-LINHA.
           MOVE 'DP  VALIDADE  ENTRADA FORNEC   SALDO'
               TO RCL-LINHA.
           WRITE RCL-LINHA.
           OPEN INPUT LOTES.
           IF WRK-LOTES-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-PROD-CODIGO TO LOT-PROD-CODIGO
               MOVE ZEROS  TO LOT-DEPOSITO
               MOVE ZEROS  TO LOT-VALIDADE
               MOVE SPACES TO LOT-NUMERO
               START LOTES KEY >= LOT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-START
               PERFORM LER-LOTE-PRODUTO
               PERFORM LISTA-UMA-ENTRADA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE LOTES
           END-IF.
           IF WRK-QTD-ENTRADAS = 0
               MOVE 'LOTE SEM ENTRADA REGISTRADA' TO RCL-LINHA
               WRITE RCL-LINHA
           END-IF.

       LER-LOTE-PRODUTO.
           PERFORM LER-LOTE.
           IF NOT WRK-FIM-ARQUIVO-OK
               IF LOT-PROD-CODIGO NOT = WRK-PROD-CODIGO
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-IF
           END-IF.

       LISTA-UMA-ENTRADA.
           IF LOT-NUMERO = WRK-LOTE
               ADD 1 TO WRK-QTD-ENTRADAS
               MOVE LOT-SALDO TO WRK-SALDO-ED
               MOVE SPACES TO RCL-LINHA
               STRING LOT-DEPOSITO ' ' LOT-VALIDADE ' '
                      LOT-DATA-ENTRADA ' ' LOT-FOR-CODIGO ' '
                      WRK-SALDO-ED
                   DELIMITED BY SIZE INTO RCL-LINHA
               WRITE RCL-LINHA
           END-IF.
           PERFORM LER-LOTE-PRODUTO.

       LISTA-NOTAS-LOTE.
           MOVE SPACES TO RCL-LINHA.
           WRITE RCL-LINHA.
           MOVE 'NF       DATA     QTDE ST CLIENTE'
               TO RCL-LINHA.
           WRITE RCL-LINHA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT ITENS-PEDIDO.
           IF WRK-ITENS-PEDIDO-ST = '00'
               SET WRK-ITENS-ABERTO-OK TO TRUE
           ELSE
               SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-IF.
           OPEN INPUT STATUS-PEDIDO.
           OPEN INPUT CLIENTE.
           PERFORM LER-ITEM.
           PERFORM AVALIA-ITEM UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM LISTA-KITS-LOTE.
           IF WRK-CLIENTE-STATUS = '00'
               CLOSE CLIENTE
           END-IF.
           IF WRK-STATUS-PEDIDO-ST = '00'
               CLOSE STATUS-PEDIDO
           END-IF.
           IF WRK-ITENS-ABERTO-OK
               CLOSE ITENS-PEDIDO
           END-IF.
           MOVE SPACES TO RCL-LINHA.
           WRITE RCL-LINHA.
           MOVE WRK-QTD-NOTAS TO WRK-CONTA-ED.
           MOVE WRK-QTD-EXPEDIDA TO WRK-TOTAL-ED.
           MOVE SPACES TO RCL-LINHA.
           STRING 'NOTAS.. ' WRK-CONTA-ED
                  '   QUANTIDADE EXPEDIDA.. ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO RCL-LINHA.
           WRITE RCL-LINHA.

       LER-ITEM.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ ITENS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       AVALIA-ITEM.
           IF ITP-PROD-CODIGO = WRK-PROD-CODIGO
               MOVE ZEROS TO WRK-QTD-LOTE-ITEM
               PERFORM SOMA-SLOT-LOTE
                   VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT > 5
               IF WRK-QTD-LOTE-ITEM > 0
                   PERFORM IMPRIME-NOTA-LOTE
               END-IF
           END-IF.
           PERFORM LER-ITEM.

       SOMA-SLOT-LOTE.
           IF ITP-LOTE (WRK-SLOT) = WRK-LOTE
              AND ITP-LOTE-QTD (WRK-SLOT) IS NUMERIC
               ADD ITP-LOTE-QTD (WRK-SLOT) TO WRK-QTD-LOTE-ITEM
           END-IF.

      *****************************************************
      * LISTA-KITS-LOTE - COMPONENTE VENDIDO DENTRO DE KIT
      * NAO APARECE NO ITPEDIDO (O ITEM DA NOTA E O KIT);
      * O LOTE DE ONDE ELE SAIU ESTA NO KITBAIXA
      *****************************************************
       LISTA-KITS-LOTE.
           MOVE 'N' TO WRK-FIM-KIT.
           OPEN INPUT KIT-BAIXA.
           IF WRK-KIT-BAIXA-ST = '00'
               PERFORM LER-KIT-BAIXA
               PERFORM AVALIA-KIT-BAIXA UNTIL WRK-FIM-KIT-OK
               CLOSE KIT-BAIXA
           END-IF.
           MOVE SPACES TO WRK-KIT-REF.

       LER-KIT-BAIXA.
           READ KIT-BAIXA NEXT
               AT END
                   SET WRK-FIM-KIT-OK TO TRUE
           END-READ.

       AVALIA-KIT-BAIXA.
           IF KBX-COMP-CODIGO = WRK-PROD-CODIGO
               MOVE ZEROS TO WRK-QTD-LOTE-ITEM
               PERFORM SOMA-SLOT-LOTE-KIT
                   VARYING WRK-SLOT FROM 1 BY 1
                   UNTIL WRK-SLOT > 5
               IF WRK-QTD-LOTE-ITEM > 0
                   PERFORM IMPRIME-NOTA-KIT
               END-IF
           END-IF.
           PERFORM LER-KIT-BAIXA.

       SOMA-SLOT-LOTE-KIT.
           IF KBX-LOTE (WRK-SLOT) = WRK-LOTE
              AND KBX-LOTE-QTD (WRK-SLOT) IS NUMERIC
               ADD KBX-LOTE-QTD (WRK-SLOT) TO WRK-QTD-LOTE-ITEM
           END-IF.

       IMPRIME-NOTA-KIT.
           MOVE KBX-NUM-NF   TO ITP-NUM-PEDIDO.
           MOVE KBX-ITEM-SEQ TO ITP-ITEM-SEQ.
           MOVE ZEROS TO ITP-DATA.
           IF WRK-ITENS-ABERTO-OK
               READ ITENS-PEDIDO
                   INVALID KEY
                       MOVE KBX-NUM-NF TO ITP-NUM-PEDIDO
                       MOVE ZEROS      TO ITP-DATA
               END-READ
           END-IF.
           MOVE SPACES TO WRK-KIT-REF.
           STRING ' KIT ' KBX-KIT-CODIGO
               DELIMITED BY SIZE INTO WRK-KIT-REF.
           PERFORM IMPRIME-NOTA-LOTE.

       IMPRIME-NOTA-LOTE.
           ADD 1 TO WRK-QTD-NOTAS.
           ADD WRK-QTD-LOTE-ITEM TO WRK-QTD-EXPEDIDA.
           MOVE ZEROS  TO WRK-CLI-CODIGO.
           MOVE SPACES TO WRK-CLI-NOME.
           MOVE SPACES TO WRK-STATUS-NF.
           IF WRK-STATUS-PEDIDO-ST = '00'
               MOVE ITP-NUM-PEDIDO TO STP-NUM-PEDIDO
               READ STATUS-PEDIDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STP-CLI-CODIGO TO WRK-CLI-CODIGO
                       MOVE STP-STATUS     TO WRK-STATUS-NF
               END-READ
           END-IF.
           IF WRK-CLIENTE-STATUS = '00' AND WRK-CLI-CODIGO > 0
               MOVE WRK-CLI-CODIGO TO CLI-CODIGO
               READ CLIENTE
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WRK-CLI-NOME
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-CLI-NOME
               END-READ
           END-IF.
           MOVE WRK-QTD-LOTE-ITEM TO WRK-SALDO-ED.
           MOVE SPACES TO RCL-LINHA.
           STRING ITP-NUM-PEDIDO ' ' ITP-DATA ' ' WRK-SALDO-ED ' '
                  WRK-STATUS-NF ' ' WRK-CLI-CODIGO ' ' WRK-CLI-NOME
                  WRK-KIT-REF
               DELIMITED BY SIZE INTO RCL-LINHA.
           WRITE RCL-LINHA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DIAS
               VALIDNUM-CAMPO     BY WRK-DIAS
               VALIDNUM-CHAVE-SW  BY WRK-DIAS-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PROD-CODIGO
               VALIDNUM-CAMPO     BY WRK-PROD-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-PROD-CODIGO-SW.
