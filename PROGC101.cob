       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC101.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: LOTE PROGRAMADO DE PAGAMENTOS DO CONTAS A
      * PAGAR - RECEBE A DATA LIMITE (ZEROS = HOJE), PAGA
      * OS TITULOS EM ABERTO VENCIDOS ATE ELA E LISTA EM
      * RELPAGAR OS PAGOS E OS RETIDOS: TITULO BLOQUEADO E
      * TITULO DE ORIGEM COMPRA CUJA CONFERENCIA DE TRES
      * VIAS (PROGC103) NAO CONFERE FICAM PARA O PROXIMO
      * LOTE; CADA PAGAMENTO GERA UM REGISTRO NA TRILHA DE
      * AUDITORIA
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
           SELECT CONTAS-PAGAR ASSIGN TO "CPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-NUMERO
               FILE STATUS IS WRK-CONTAS-PAGAR-ST.
           SELECT RELATORIO ASSIGN TO "RELPAGAR"
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
       FD  CONTAS-PAGAR.
           COPY CPAGREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-CONTAS-PAGAR-ST  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE-SW   PIC X(01) VALUE 'N'.
           88 WRK-DATA-LIMITE-VALIDA VALUE 'S'.
       77 WRK-QTD-PAGOS        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RETIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-PAGOS        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VAL-RETIDOS      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MOTIVO           PIC X(24) VALUE SPACES.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY C3VREG.
       PROCEDURE DIVISION.
           DISPLAY 'DATA LIMITE DE VENCIMENTO (AAAAMMDD, '
                   'ZEROS = HOJE).. '
           PERFORM CAPTURA-DATA-LIMITE
               UNTIL WRK-DATA-LIMITE-VALIDA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-DATA-LIMITE = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE
           END-IF.
           OPEN I-O CONTAS-PAGAR.
           IF WRK-CONTAS-PAGAR-ST NOT = '00'
               DISPLAY 'CONTAS A PAGAR VAZIO - NADA A PAGAR'
               CLOSE CONTAS-PAGAR
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTE DE PAGAMENTOS - VENCIDOS ATE '
                  WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO CPG-NUMERO.
           START CONTAS-PAGAR KEY >= CPG-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-TITULO.
           PERFORM PROCESSA-TITULO UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           CLOSE CONTAS-PAGAR.
           DISPLAY 'PAGAMENTOS EFETUADOS.. ' WRK-QTD-PAGOS
                   ' RETIDOS.. ' WRK-QTD-RETIDOS.
           GOBACK.

       LER-TITULO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ CONTAS-PAGAR NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       PROCESSA-TITULO.
           IF (CPG-ABERTO OR CPG-BLOQUEADO)
              AND CPG-DATA-VENCTO <= WRK-DATA-LIMITE
               PERFORM AVALIA-TITULO
           END-IF.
           PERFORM LER-TITULO.

      *****************************************************
      * AVALIA-TITULO - BLOQUEADO FICA RETIDO ATE A
      * LIBERACAO NO PROGC100; ORIGEM COMPRA PASSA PELA
      * CONFERENCIA DE TRES VIAS; OS DEMAIS SAO PAGOS
      *****************************************************
       AVALIA-TITULO.
           SET C3V-CONFERE TO TRUE.
           IF CPG-BLOQUEADO
               MOVE 'BLOQUEADO' TO WRK-MOTIVO
               PERFORM RETEM-TITULO
           ELSE
               IF CPG-ORIGEM-COMPRA
                   MOVE CPG-NUM-COMPRA TO C3V-NUM-COMPRA
                   CALL 'PROGC103' USING C3V-PARAMETROS
               END-IF
               EVALUATE TRUE
                   WHEN C3V-CONFERE
                       PERFORM PAGA-TITULO
                   WHEN C3V-PEDIDO-AUSENTE
                       MOVE 'PEDIDO NAO ENCONTRADO' TO WRK-MOTIVO
                       PERFORM RETEM-TITULO
                   WHEN OTHER
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'TRES VIAS ITEM ' C3V-ITEM-SEQ
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                       PERFORM RETEM-TITULO
               END-EVALUATE
           END-IF.

       PAGA-TITULO.
           MOVE CPG-SALDO TO WRK-VALOR-ED.
           ADD CPG-SALDO TO WRK-VAL-PAGOS.
           ADD 1 TO WRK-QTD-PAGOS.
           MOVE ZEROS TO CPG-SALDO.
           MOVE WRK-DATA-HOJE TO CPG-DATA-PAGTO.
           SET CPG-PAGO TO TRUE.
           REWRITE CPG-REGISTRO.
           MOVE SPACES TO REL-LINHA.
           STRING 'PAGO    TIT ' CPG-NUMERO
                  ' FORN ' CPG-FOR-CODIGO
                  ' DOC ' CPG-DOCUMENTO
                  ' VENC ' CPG-DATA-VENCTO
                  ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM GRAVA-AUDITORIA.

       RETEM-TITULO.
           MOVE CPG-SALDO TO WRK-VALOR-ED.
           ADD CPG-SALDO TO WRK-VAL-RETIDOS.
           ADD 1 TO WRK-QTD-RETIDOS.
           MOVE SPACES TO REL-LINHA.
           STRING 'RETIDO  TIT ' CPG-NUMERO
                  ' FORN ' CPG-FOR-CODIGO
                  ' DOC ' CPG-DOCUMENTO
                  ' VENC ' CPG-DATA-VENCTO
                  ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '        MOTIVO: ' WRK-MOTIVO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PAGOS TO WRK-QTD-ED.
           MOVE WRK-VAL-PAGOS TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TITULOS PAGOS..... ' WRK-QTD-ED
                  ' VALOR ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-RETIDOS TO WRK-QTD-ED.
           MOVE WRK-VAL-RETIDOS TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TITULOS RETIDOS... ' WRK-QTD-ED
                  ' VALOR ' WRK-TOTAL-ED
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
           MOVE 'PROGC101' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'PAGAMENTO LOTE CPG=' CPG-NUMERO
               ' FORN=' CPG-FOR-CODIGO
               ' VALOR=' CPG-VALOR
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-LIMITE
               VALIDNUM-CAMPO     BY WRK-DATA-LIMITE
               VALIDNUM-CHAVE-SW  BY WRK-DATA-LIMITE-SW.
