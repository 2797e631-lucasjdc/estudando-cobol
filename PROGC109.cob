       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC109.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: LIBERACAO NOTURNA DAS RESERVAS DE ESTOQUE
      * DOS ORCAMENTOS VENCIDOS - PERCORRE OS ORCAMENTOS
      * ABERTOS COM VALIDADE ANTERIOR A HOJE, DEVOLVE AO
      * DISPONIVEL (ETQ-RESERVADO) A QUANTIDADE RESERVADA
      * POR CADA ITEM NO SEU DEPOSITO, MARCA O ORCAMENTO
      * COMO VENCIDO E LISTA EM RELRESER O QUE FOI LIBERADO;
      * CADA ORCAMENTO LIBERADO GERA UM REGISTRO NA TRILHA
      * DE AUDITORIA
      * DATA 2026-10-15
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  ITEM KIT DO ORCAMENTO (SEM DEPOSITO)
      * DEVOLVE A RESERVA DE CADA COMPONENTE GRAVADA NO
      * KITRESRV, NO DEPOSITO DA RESERVA DO COMPONENTE
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCAMENTO ASSIGN TO "ORCAMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS WRK-ORCAMENTO-ST.
           SELECT ITENS-ORCAMENTO ASSIGN TO "ORCITENS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITO-CHAVE
               FILE STATUS IS WRK-ITENS-ORCAMENTO-ST.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT KIT-RESERVA ASSIGN TO "KITRESRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRS-CHAVE
               FILE STATUS IS WRK-KIT-RESERVA-ST.
           SELECT RELATORIO ASSIGN TO "RELRESER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO.
           COPY ORCAREG.
       FD  ITENS-ORCAMENTO.
           COPY ITORCREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  KIT-RESERVA.
           COPY KITRSREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-ORCAMENTO-ST       PIC X(02) VALUE SPACES.
       77 WRK-ITENS-ORCAMENTO-ST PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-KIT-RESERVA-ST     PIC X(02) VALUE SPACES.
       77 WRK-KRS-ABERTO         PIC X(01) VALUE 'N'.
           88 WRK-KRS-ABERTO-OK VALUE 'S'.
       77 WRK-FIM-RESERVA        PIC X(01) VALUE 'N'.
           88 WRK-FIM-RESERVA-OK VALUE 'S'.
       77 WRK-AUDITORIA-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST     PIC X(02) VALUE SPACES.
       77 WRK-USUARIO            PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO        PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-ITENS          PIC X(01) VALUE 'N'.
           88 WRK-FIM-ITENS-OK VALUE 'S'.
       77 WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77 WRK-DEP-RESERVA        PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LIBERADA       PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ORCAMENTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ITENS          PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-LIBERADO       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ITEM-ED        PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED             PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-TOTAL-ED           PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ORCAMENTO.
           IF WRK-ORCAMENTO-ST NOT = '00'
               DISPLAY 'SEM ORCAMENTOS - NADA A LIBERAR'
               CLOSE ORCAMENTO
               GOBACK
           END-IF.
           OPEN INPUT ITENS-ORCAMENTO.
           OPEN I-O ESTOQUE.
           OPEN INPUT KIT-RESERVA.
           IF WRK-KIT-RESERVA-ST = '00'
               SET WRK-KRS-ABERTO-OK TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIBERACAO DE RESERVAS DE ORCAMENTOS VENCIDOS - '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO ORC-NUMERO.
           START ORCAMENTO KEY >= ORC-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-ORCAMENTO.
           PERFORM PROCESSA-ORCAMENTO UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           IF WRK-KRS-ABERTO-OK
               CLOSE KIT-RESERVA
           END-IF.
           CLOSE ESTOQUE.
           CLOSE ITENS-ORCAMENTO.
           CLOSE ORCAMENTO.
           DISPLAY 'ORCAMENTOS VENCIDOS.. ' WRK-QTD-ORCAMENTOS
                   ' ITENS LIBERADOS.. ' WRK-QTD-ITENS.
           GOBACK.

       LER-ORCAMENTO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ ORCAMENTO NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       PROCESSA-ORCAMENTO.
           IF ORC-ABERTO AND ORC-VALIDADE < WRK-DATA-HOJE
               PERFORM LIBERA-ORCAMENTO
           END-IF.
           PERFORM LER-ORCAMENTO.

      *****************************************************
      * LIBERA-ORCAMENTO - DEVOLVE A RESERVA DE CADA ITEM E
      * MARCA O ORCAMENTO COMO VENCIDO, PARA NAO SER
      * LIBERADO DE NOVO NEM CONVERTIDO PELO PROGCOB20
      *****************************************************
       LIBERA-ORCAMENTO.
           ADD 1 TO WRK-QTD-ORCAMENTOS.
           MOVE SPACES TO REL-LINHA.
           STRING 'ORCAMENTO ' ORC-NUMERO
                  ' CLIENTE ' ORC-CLI-CODIGO
                  ' VALIDADE ' ORC-VALIDADE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE ORC-NUMERO TO ITO-NUMERO.
           MOVE 01 TO ITO-ITEM-SEQ.
           START ITENS-ORCAMENTO KEY >= ITO-CHAVE
               INVALID KEY
                   SET WRK-FIM-ITENS-OK TO TRUE
           END-START.
           PERFORM LER-ITEM.
           PERFORM LIBERA-ITEM UNTIL WRK-FIM-ITENS-OK.
           SET ORC-VENCIDO TO TRUE.
           REWRITE ORC-REGISTRO.
           PERFORM GRAVA-AUDITORIA.

       LER-ITEM.
           IF NOT WRK-FIM-ITENS-OK
               READ ITENS-ORCAMENTO NEXT
                   AT END
                       SET WRK-FIM-ITENS-OK TO TRUE
                   NOT AT END
                       IF ITO-NUMERO NOT = ORC-NUMERO
                           SET WRK-FIM-ITENS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       LIBERA-ITEM.
           IF ITO-DEPOSITO IS NUMERIC
               MOVE ITO-DEPOSITO TO WRK-DEP-RESERVA
           ELSE
               MOVE ZEROS TO WRK-DEP-RESERVA
           END-IF.
           IF WRK-DEP-RESERVA > 0
               MOVE ITO-PROD-CODIGO TO ETQ-PROD-CODIGO
               MOVE WRK-DEP-RESERVA TO ETQ-DEPOSITO
               READ ESTOQUE
                   NOT INVALID KEY
                       PERFORM DEVOLVE-RESERVA-ITEM
               END-READ
           ELSE
               PERFORM LIBERA-RESERVA-KIT
           END-IF.
           PERFORM LER-ITEM.

       DEVOLVE-RESERVA-ITEM.
           IF ETQ-RESERVADO > ITO-QUANTIDADE
               MOVE ITO-QUANTIDADE TO WRK-QTD-LIBERADA
           ELSE
               MOVE ETQ-RESERVADO  TO WRK-QTD-LIBERADA
           END-IF.
           SUBTRACT WRK-QTD-LIBERADA FROM ETQ-RESERVADO.
           REWRITE ETQ-REGISTRO.
           ADD 1 TO WRK-QTD-ITENS.
           ADD WRK-QTD-LIBERADA TO WRK-TOT-LIBERADO.
           MOVE WRK-QTD-LIBERADA TO WRK-QTD-ITEM-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   ITEM ' ITO-ITEM-SEQ
                  ' PRODUTO ' ITO-PROD-CODIGO
                  ' ' ITO-DESCRICAO
                  ' DEP ' WRK-DEP-RESERVA
                  ' LIBERADO ' WRK-QTD-ITEM-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * LIBERA-RESERVA-KIT - ITEM SEM DEPOSITO PODE SER KIT:
      * A RESERVA ESTA NOS COMPONENTES, NO KITRESRV
      *****************************************************
       LIBERA-RESERVA-KIT.
           IF WRK-KRS-ABERTO-OK
               MOVE 'N' TO WRK-FIM-RESERVA
               MOVE ITO-NUMERO   TO KRS-NUMERO
               MOVE ITO-ITEM-SEQ TO KRS-ITEM-SEQ
               MOVE ZEROS        TO KRS-COMP-SEQ
               START KIT-RESERVA KEY >= KRS-CHAVE
                   INVALID KEY
                       SET WRK-FIM-RESERVA-OK TO TRUE
               END-START
               PERFORM LER-RESERVA-KIT
               PERFORM LIBERA-COMPONENTE-KIT
                   UNTIL WRK-FIM-RESERVA-OK
           END-IF.

       LER-RESERVA-KIT.
           IF NOT WRK-FIM-RESERVA-OK
               READ KIT-RESERVA NEXT
                   AT END
                       SET WRK-FIM-RESERVA-OK TO TRUE
                   NOT AT END
                       IF KRS-NUMERO NOT = ITO-NUMERO
                        OR KRS-ITEM-SEQ NOT = ITO-ITEM-SEQ
                           SET WRK-FIM-RESERVA-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       LIBERA-COMPONENTE-KIT.
           IF KRS-DEPOSITO > 0
               MOVE KRS-COMP-CODIGO TO ETQ-PROD-CODIGO
               MOVE KRS-DEPOSITO    TO ETQ-DEPOSITO
               READ ESTOQUE
                   NOT INVALID KEY
                       PERFORM DEVOLVE-RESERVA-COMPONENTE
               END-READ
           END-IF.
           PERFORM LER-RESERVA-KIT.

       DEVOLVE-RESERVA-COMPONENTE.
           IF ETQ-RESERVADO > KRS-QUANTIDADE
               MOVE KRS-QUANTIDADE TO WRK-QTD-LIBERADA
           ELSE
               MOVE ETQ-RESERVADO  TO WRK-QTD-LIBERADA
           END-IF.
           SUBTRACT WRK-QTD-LIBERADA FROM ETQ-RESERVADO.
           REWRITE ETQ-REGISTRO.
           ADD 1 TO WRK-QTD-ITENS.
           ADD WRK-QTD-LIBERADA TO WRK-TOT-LIBERADO.
           MOVE WRK-QTD-LIBERADA TO WRK-QTD-ITEM-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   ITEM ' ITO-ITEM-SEQ
                  ' KIT ' KRS-KIT-CODIGO
                  ' COMPONENTE ' KRS-COMP-CODIGO
                  ' DEP ' KRS-DEPOSITO
                  ' LIBERADO ' WRK-QTD-ITEM-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ORCAMENTOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ORCAMENTOS VENCIDOS..... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ITENS TO WRK-QTD-ED.
           MOVE WRK-TOT-LIBERADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ITENS COM RESERVA....... ' WRK-QTD-ED
                  ' QUANTIDADE LIBERADA ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           OPEN INPUT OPER-SESSAO.
           IF WRK-OPER-SESSAO-ST = '00'
               READ OPER-SESSAO
                   NOT AT END
                       MOVE SES-USUARIO TO WRK-USUARIO
               END-READ
               CLOSE OPER-SESSAO
           END-IF.

       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC109' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'RESERVA LIBERADA ORCAMENTO=' ORC-NUMERO
               ' VALIDADE=' ORC-VALIDADE
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
