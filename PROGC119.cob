       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC119.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: IMPORTACAO NOTURNA DOS ARQUIVOS DE
      * RASTREIO DAS TRANSPORTADORAS (RASTREIO, RASTRREG) -
      * APLICA OS EVENTOS DE ENTREGA NAS LINHAS DE ENVIO
      * (ENVIOS) E DERIVA O STATUS DO PEDIDO COMO O
      * PROGCOB53, COM A DATA DO EVENTO: ENTREGUE (TODO O
      * SALDO ENVIADO DO ITEM), ENTREGA PARCIAL (PARTE DELE)
      * E TENTATIVA FRUSTRADA, QUE NAO MEXE EM QUANTIDADE.
      * TODO EVENTO APLICADO FICA NO OCORENTR (RECEBEDOR OU
      * MOTIVO) E AS TENTATIVAS FRUSTRADAS SAEM NO
      * RELATORIO DE ATRASADAS (PROGCOB27). OS EVENTOS
      * RECUSADOS (NF INEXISTENTE OU CANCELADA, STATUS QUE
      * NAO PERMITE ENTREGA, OUTRA TRANSPORTADORA, ITEM
      * INEXISTENTE, QUANTIDADE DIVERGENTE DO SALDO ENVIADO)
      * VAO PARA O RELATORIO DE REJEITOS RELRASTR
      * DATA 2026-10-15
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RASTREIO ASSIGN TO "RASTREIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RASTREIO-ST.
           SELECT STATUS-PEDIDO ASSIGN TO "STATUSPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STP-NUM-PEDIDO
               FILE STATUS IS WRK-STATUS-PEDIDO-ST.
           SELECT ITENS-PEDIDO ASSIGN TO "ITPEDIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               ALTERNATE RECORD KEY IS ITP-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-ITENS-PEDIDO-ST.
           SELECT ENVIOS ASSIGN TO "ENVIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENV-CHAVE
               FILE STATUS IS WRK-ENVIOS-STATUS.
           SELECT OCORRENCIAS ASSIGN TO "OCORENTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCE-CHAVE
               FILE STATUS IS WRK-OCORRENCIAS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
           SELECT RELATORIO ASSIGN TO "RELRASTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RASTREIO.
           COPY RASTRREG.
       FD  STATUS-PEDIDO.
           COPY STATREG.
       FD  ITENS-PEDIDO.
           COPY ITPEDREG.
       FD  ENVIOS.
           COPY ENVIOREG.
       FD  OCORRENCIAS.
           COPY OCOENREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-RASTREIO-ST       PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-ITENS-PEDIDO-ST   PIC X(02) VALUE SPACES.
       77 WRK-ENVIOS-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-OCORRENCIAS-ST    PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO           PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-RASTREIO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-RASTREIO-OK VALUE 'S'.
       77 WRK-FIM-ITENS         PIC X(01) VALUE 'N'.
           88 WRK-FIM-ITENS-OK VALUE 'S'.
       77 WRK-FIM-OCORRENCIAS   PIC X(01) VALUE 'N'.
           88 WRK-FIM-OCORRENCIAS-OK VALUE 'S'.
       77 WRK-ENV-SW            PIC X(01) VALUE 'N'.
           88 WRK-ENV-EXISTE VALUE 'S'.
       77 WRK-MOTIVO-REJ        PIC X(30) VALUE SPACES.
       77 WRK-NUM-PEDIDO        PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-EVENTO        PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SALDO         PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMA-SEQ        PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-PEDIDA        PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-ENVIADA       PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-ENTREGUE      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS         PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ENTREGAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-INSUCESSOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZZ.ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-OPERADOR-SESSAO.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           OPEN INPUT RASTREIO.
           IF WRK-RASTREIO-ST NOT = '00'
               MOVE 'NENHUM ARQUIVO DE RASTREIO RECEBIDO' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               OPEN I-O STATUS-PEDIDO
               OPEN INPUT ITENS-PEDIDO
               OPEN I-O ENVIOS
               IF WRK-ENVIOS-STATUS NOT = '00'
                   CLOSE ENVIOS
                   OPEN OUTPUT ENVIOS
                   CLOSE ENVIOS
                   OPEN I-O ENVIOS
               END-IF
               OPEN I-O OCORRENCIAS
               IF WRK-OCORRENCIAS-ST NOT = '00'
                   CLOSE OCORRENCIAS
                   OPEN OUTPUT OCORRENCIAS
                   CLOSE OCORRENCIAS
                   OPEN I-O OCORRENCIAS
               END-IF
               PERFORM LER-RASTREIO
               PERFORM PROCESSA-EVENTO UNTIL WRK-FIM-RASTREIO-OK
               CLOSE OCORRENCIAS
               CLOSE ENVIOS
               CLOSE ITENS-PEDIDO
               CLOSE STATUS-PEDIDO
               CLOSE RASTREIO
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY 'EVENTOS LIDOS ' WRK-QTD-LIDOS
                   ' ENTREGAS ' WRK-QTD-ENTREGAS
                   ' FRUSTRADAS ' WRK-QTD-INSUCESSOS
                   ' REJEITADOS ' WRK-QTD-REJEITADOS.
           GOBACK.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'RASTREIO DAS TRANSPORTADORAS - EVENTOS '
                  'REJEITADOS EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       LER-RASTREIO.
           READ RASTREIO
               AT END
                   SET WRK-FIM-RASTREIO-OK TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

      *****************************************************
      * PROCESSA-EVENTO - CRITICA O EVENTO CONTRA A NF, O
      * ITEM E A LINHA DE ENVIO; O PRIMEIRO MOTIVO DE
      * RECUSA ENCONTRADO VAI PARA O RELATORIO E O EVENTO
      * NAO E APLICADO
      *****************************************************
       PROCESSA-EVENTO.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           PERFORM CRITICA-PEDIDO.
           IF WRK-MOTIVO-REJ = SPACES
               PERFORM CRITICA-EVENTO
           END-IF.
           IF WRK-MOTIVO-REJ = SPACES
               PERFORM CRITICA-ITEM
           END-IF.
           IF WRK-MOTIVO-REJ = SPACES
               PERFORM APLICA-EVENTO
           ELSE
               PERFORM REJEITA-EVENTO
           END-IF.
           PERFORM LER-RASTREIO.

       CRITICA-PEDIDO.
           IF RAS-NUM-PEDIDO IS NOT NUMERIC
               MOVE 'NF INEXISTENTE' TO WRK-MOTIVO-REJ
           ELSE
               MOVE RAS-NUM-PEDIDO TO WRK-NUM-PEDIDO
               MOVE RAS-NUM-PEDIDO TO STP-NUM-PEDIDO
               READ STATUS-PEDIDO
                   INVALID KEY
                       MOVE 'NF INEXISTENTE' TO WRK-MOTIVO-REJ
                   NOT INVALID KEY
                       PERFORM CRITICA-STATUS-PEDIDO
               END-READ
           END-IF.

       CRITICA-STATUS-PEDIDO.
           EVALUATE TRUE
               WHEN STP-CANCELADO
                   MOVE 'EVENTO PARA NF CANCELADA' TO WRK-MOTIVO-REJ
               WHEN STP-FATURADO
               WHEN STP-ENVIADO
               WHEN STP-PARCIAL-ENVIADO
               WHEN STP-PARCIAL-ENTREGUE
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WRK-MOTIVO-REJ
                   STRING 'STATUS ' STP-STATUS
                          ' NAO PERMITE ENTREGA'
                       DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
           END-EVALUATE.
           IF WRK-MOTIVO-REJ = SPACES
              AND STP-TRANSP IS NUMERIC
              AND STP-TRANSP > 0
              AND STP-TRANSP NOT = RAS-TRP-CODIGO
               MOVE 'NF DE OUTRA TRANSPORTADORA' TO WRK-MOTIVO-REJ
           END-IF.

       CRITICA-EVENTO.
           IF NOT RAS-ENTREGUE AND NOT RAS-ENTREGA-PARCIAL
              AND NOT RAS-INSUCESSO
               MOVE 'CODIGO DE EVENTO INVALIDO' TO WRK-MOTIVO-REJ
           ELSE
               IF RAS-DATA-EVENTO IS NOT NUMERIC
                  OR RAS-DATA-EVENTO = ZEROS
                  OR RAS-DATA-EVENTO > WRK-DATA-HOJE
                   MOVE 'DATA DO EVENTO INVALIDA' TO WRK-MOTIVO-REJ
               END-IF
           END-IF.
           IF RAS-QUANTIDADE IS NUMERIC
               MOVE RAS-QUANTIDADE TO WRK-QTD-EVENTO
           ELSE
               MOVE ZEROS TO WRK-QTD-EVENTO
           END-IF.

      *****************************************************
      * CRITICA-ITEM - O ITEM PRECISA EXISTIR NA NF; NA
      * ENTREGA A QUANTIDADE E CONFERIDA COM O SALDO ENVIADO
      * E AINDA NAO ENTREGUE DA LINHA DE ENVIO: ENTREGUE =
      * TODO O SALDO (ZERO ASSUME O SALDO), PARCIAL = MENOS
      * QUE O SALDO
      *****************************************************
       CRITICA-ITEM.
           MOVE RAS-NUM-PEDIDO TO ITP-NUM-PEDIDO.
           MOVE RAS-ITEM-SEQ   TO ITP-ITEM-SEQ.
           READ ITENS-PEDIDO
               INVALID KEY
                   MOVE 'ITEM INEXISTENTE NA NF' TO WRK-MOTIVO-REJ
           END-READ.
           IF WRK-MOTIVO-REJ = SPACES
              AND NOT RAS-INSUCESSO
               PERFORM LE-LINHA-ENVIO
               COMPUTE WRK-QTD-SALDO =
                   ENV-QTD-ENVIADA - ENV-QTD-ENTREGUE
               IF RAS-ENTREGUE AND WRK-QTD-EVENTO = ZEROS
                   MOVE WRK-QTD-SALDO TO WRK-QTD-EVENTO
               END-IF
               EVALUATE TRUE
                   WHEN WRK-QTD-SALDO = ZEROS
                       MOVE 'ITEM SEM SALDO ENVIADO'
                           TO WRK-MOTIVO-REJ
                   WHEN RAS-ENTREGUE
                    AND WRK-QTD-EVENTO NOT = WRK-QTD-SALDO
                       MOVE 'QUANTIDADE DIVERGENTE'
                           TO WRK-MOTIVO-REJ
                   WHEN RAS-ENTREGA-PARCIAL
                    AND (WRK-QTD-EVENTO = ZEROS
                         OR WRK-QTD-EVENTO >= WRK-QTD-SALDO)
                       MOVE 'QUANTIDADE DIVERGENTE'
                           TO WRK-MOTIVO-REJ
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LE-LINHA-ENVIO.
           MOVE 'N' TO WRK-ENV-SW.
           MOVE ITP-NUM-PEDIDO TO ENV-NUM-PEDIDO.
           MOVE ITP-ITEM-SEQ   TO ENV-ITEM-SEQ.
           READ ENVIOS
               INVALID KEY
                   MOVE ITP-NUM-PEDIDO   TO ENV-NUM-PEDIDO
                   MOVE ITP-ITEM-SEQ     TO ENV-ITEM-SEQ
                   MOVE ITP-QUANTIDADE   TO ENV-QTD-PEDIDA
                   MOVE ZEROS TO ENV-QTD-ENVIADA
                   MOVE ZEROS TO ENV-QTD-ENTREGUE
                   MOVE ZEROS TO ENV-DATA-ENVIO
                   MOVE ZEROS TO ENV-DATA-ENTREGA
               NOT INVALID KEY
                   SET WRK-ENV-EXISTE TO TRUE
           END-READ.

       APLICA-EVENTO.
           IF RAS-INSUCESSO
               ADD 1 TO WRK-QTD-INSUCESSOS
               MOVE ZEROS TO WRK-QTD-EVENTO
           ELSE
               ADD WRK-QTD-EVENTO TO ENV-QTD-ENTREGUE
               MOVE RAS-DATA-EVENTO TO ENV-DATA-ENTREGA
               REWRITE ENV-REGISTRO
               PERFORM DERIVA-STATUS-PEDIDO
               ADD 1 TO WRK-QTD-ENTREGAS
           END-IF.
           PERFORM GRAVA-OCORRENCIA.
           PERFORM GRAVA-AUDITORIA.

      *****************************************************
      * DERIVA-STATUS-PEDIDO - MESMA REGRA DO PROGCOB53:
      * TUDO ENTREGUE = ENTREGUE, ALGO ENTREGUE = PARCIAL
      * ENTREGUE, TUDO ENVIADO = ENVIADO, ALGO ENVIADO =
      * PARCIAL ENVIADO - COM A DATA DO EVENTO
      *****************************************************
       DERIVA-STATUS-PEDIDO.
           MOVE ZEROS TO WRK-TOT-PEDIDA.
           MOVE ZEROS TO WRK-TOT-ENVIADA.
           MOVE ZEROS TO WRK-TOT-ENTREGUE.
           PERFORM POSICIONA-ITENS.
           PERFORM LER-ITEM.
           PERFORM TOTALIZA-LINHA-ENVIO UNTIL WRK-FIM-ITENS-OK.
           EVALUATE TRUE
               WHEN WRK-TOT-ENTREGUE > 0
                AND WRK-TOT-ENTREGUE = WRK-TOT-PEDIDA
                   SET STP-ENTREGUE TO TRUE
               WHEN WRK-TOT-ENTREGUE > 0
                   SET STP-PARCIAL-ENTREGUE TO TRUE
               WHEN WRK-TOT-ENVIADA > 0
                AND WRK-TOT-ENVIADA = WRK-TOT-PEDIDA
                   SET STP-ENVIADO TO TRUE
               WHEN WRK-TOT-ENVIADA > 0
                   SET STP-PARCIAL-ENVIADO TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE RAS-DATA-EVENTO TO STP-DATA-STATUS.
           REWRITE STP-REGISTRO.

       TOTALIZA-LINHA-ENVIO.
           PERFORM LE-LINHA-ENVIO.
           ADD ENV-QTD-PEDIDA   TO WRK-TOT-PEDIDA.
           ADD ENV-QTD-ENVIADA  TO WRK-TOT-ENVIADA.
           ADD ENV-QTD-ENTREGUE TO WRK-TOT-ENTREGUE.
           PERFORM LER-ITEM.

       POSICIONA-ITENS.
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE WRK-NUM-PEDIDO TO ITP-NUM-PEDIDO.
           MOVE 01 TO ITP-ITEM-SEQ.
           START ITENS-PEDIDO KEY >= ITP-CHAVE
               INVALID KEY
                   SET WRK-FIM-ITENS-OK TO TRUE
           END-START.

       LER-ITEM.
           IF NOT WRK-FIM-ITENS-OK
               READ ITENS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-ITENS-OK TO TRUE
                   NOT AT END
                       IF ITP-NUM-PEDIDO NOT = WRK-NUM-PEDIDO
                           SET WRK-FIM-ITENS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * GRAVA-OCORRENCIA - PROXIMA SEQUENCIA DA NF NO
      * OCORENTR (A ULTIMA GRAVADA + 1)
      *****************************************************
       GRAVA-OCORRENCIA.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE 'N' TO WRK-FIM-OCORRENCIAS.
           MOVE WRK-NUM-PEDIDO TO OCE-NUM-PEDIDO.
           MOVE ZEROS TO OCE-SEQ.
           START OCORRENCIAS KEY >= OCE-CHAVE
               INVALID KEY
                   SET WRK-FIM-OCORRENCIAS-OK TO TRUE
           END-START.
           PERFORM LER-OCORRENCIA UNTIL WRK-FIM-OCORRENCIAS-OK.
           MOVE SPACES TO OCE-REGISTRO.
           MOVE WRK-NUM-PEDIDO  TO OCE-NUM-PEDIDO.
           ADD 1 TO WRK-ULTIMA-SEQ GIVING OCE-SEQ.
           MOVE RAS-ITEM-SEQ    TO OCE-ITEM-SEQ.
           MOVE RAS-TRP-CODIGO  TO OCE-TRP-CODIGO.
           MOVE RAS-EVENTO      TO OCE-EVENTO.
           MOVE RAS-DATA-EVENTO TO OCE-DATA-EVENTO.
           MOVE WRK-QTD-EVENTO  TO OCE-QUANTIDADE.
           MOVE RAS-RECEBEDOR   TO OCE-RECEBEDOR.
           MOVE WRK-DATA-HOJE   TO OCE-DATA-IMPORT.
           WRITE OCE-REGISTRO.

       LER-OCORRENCIA.
           READ OCORRENCIAS NEXT
               AT END
                   SET WRK-FIM-OCORRENCIAS-OK TO TRUE
               NOT AT END
                   IF OCE-NUM-PEDIDO NOT = WRK-NUM-PEDIDO
                       SET WRK-FIM-OCORRENCIAS-OK TO TRUE
                   ELSE
                       MOVE OCE-SEQ TO WRK-ULTIMA-SEQ
                   END-IF
           END-READ.

       REJEITA-EVENTO.
           ADD 1 TO WRK-QTD-REJEITADOS.
           MOVE SPACES TO REL-LINHA.
           STRING 'TRP ' RAS-TRP-CODIGO
                  ' NF ' RAS-NUM-PEDIDO
                  ' IT ' RAS-ITEM-SEQ
                  ' EV ' RAS-EVENTO
                  ' ' WRK-MOTIVO-REJ
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'EVENTOS LIDOS................. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ENTREGAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENTREGAS APLICADAS............ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-INSUCESSOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TENTATIVAS FRUSTRADAS......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-REJEITADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'EVENTOS REJEITADOS............ ' WRK-QTD-ED
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
           MOVE 'PROGC119' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'RASTREIO NF=' WRK-NUM-PEDIDO
               ' IT=' RAS-ITEM-SEQ
               ' EV=' RAS-EVENTO
               ' QTD=' WRK-QTD-EVENTO
               ' STATUS=' STP-STATUS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
