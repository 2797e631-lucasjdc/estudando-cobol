       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC127.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: LIVRO DIARIO DA CONTABILIDADE GERAL - TODOS
      * OS LANCAMENTOS (LANCTOS) DA DATA INFORMADA NO SYSIN
      * (ZEROS = HOJE), POR LOTE E SEQUENCIA, COM A CONTA, O
      * HISTORICO E O VALOR A DEBITO OU A CREDITO; TOTAL DE
      * CADA LOTE E DO DIA. RODA DEPOIS DA INTERFACE CONTABIL
      * (PROGC126) E PODE SER REEMITIDO PARA QUALQUER DATA
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCAMENTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCT-CHAVE
               ALTERNATE RECORD KEY IS LCT-CHAVE-RAZAO
               FILE STATUS IS WRK-LANCAMENTOS-ST.
           SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-CODIGO
               FILE STATUS IS WRK-PLANO-CONTAS-ST.
           SELECT RELATORIO ASSIGN TO "RELDIARI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LANCAMENTOS.
           COPY LCTREG.
       FD  PLANO-CONTAS.
           COPY PLCTAREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-LANCAMENTOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-PLANO-CONTAS-ST   PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-DIARIO       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-DIARIO-SW    PIC X(01) VALUE 'N'.
           88 WRK-DATA-DIARIO-VALIDA VALUE 'S'.
       77 WRK-FIM-LANCTOS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-LANCTOS-OK VALUE 'S'.
       77 WRK-LOTE-ATUAL        PIC X(06) VALUE SPACES.
       77 WRK-DESC-CONTA        PIC X(15) VALUE SPACES.
       77 WRK-LOTE-DEBITO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LOTE-CREDITO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DIA-DEBITO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DIA-CREDITO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-PARTIDAS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DEBITO-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CREDITO-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
           DISPLAY 'DATA DO DIARIO (AAAAMMDD, ZEROS = HOJE).. '.
           PERFORM CAPTURA-DATA-DIARIO UNTIL WRK-DATA-DIARIO-VALIDA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-DATA-DIARIO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-DIARIO
           END-IF.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           OPEN INPUT PLANO-CONTAS.
           OPEN INPUT LANCAMENTOS.
           IF WRK-LANCAMENTOS-ST NOT = '00'
               SET WRK-FIM-LANCTOS-OK TO TRUE
           ELSE
               MOVE WRK-DATA-DIARIO TO LCT-DATA
               MOVE SPACES TO LCT-LOTE
               MOVE ZEROS  TO LCT-SEQ
               START LANCAMENTOS KEY >= LCT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-LANCTOS-OK TO TRUE
               END-START
           END-IF.
           PERFORM LER-LANCAMENTO.
           IF WRK-FIM-LANCTOS-OK
               MOVE 'NENHUM LANCAMENTO NA DATA' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM IMPRIME-LOTE UNTIL WRK-FIM-LANCTOS-OK
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           IF WRK-LANCAMENTOS-ST = '00'
               CLOSE LANCAMENTOS
           END-IF.
           IF WRK-PLANO-CONTAS-ST = '00'
               CLOSE PLANO-CONTAS
           END-IF.
           CLOSE RELATORIO.
           DISPLAY 'DIARIO DE ' WRK-DATA-DIARIO
                   ' PARTIDAS ' WRK-QTD-PARTIDAS.
           GOBACK.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIVRO DIARIO - LANCAMENTOS DE ' WRK-DATA-DIARIO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEQ  CONTA    DESCRICAO       T '
                  '            VALOR HISTORICO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       LER-LANCAMENTO.
           IF NOT WRK-FIM-LANCTOS-OK
               READ LANCAMENTOS NEXT
                   AT END
                       SET WRK-FIM-LANCTOS-OK TO TRUE
                   NOT AT END
                       IF LCT-DATA NOT = WRK-DATA-DIARIO
                           SET WRK-FIM-LANCTOS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * IMPRIME-LOTE - QUEBRA POR LOTE: PARTIDAS E O TOTAL A
      * DEBITO E A CREDITO DO LOTE
      *****************************************************
       IMPRIME-LOTE.
           MOVE LCT-LOTE TO WRK-LOTE-ATUAL.
           MOVE ZEROS TO WRK-LOTE-DEBITO.
           MOVE ZEROS TO WRK-LOTE-CREDITO.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTE ' WRK-LOTE-ATUAL
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-PARTIDA
               UNTIL WRK-FIM-LANCTOS-OK
                  OR LCT-LOTE NOT = WRK-LOTE-ATUAL.
           MOVE WRK-LOTE-DEBITO  TO WRK-DEBITO-ED.
           MOVE WRK-LOTE-CREDITO TO WRK-CREDITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '     TOTAL DO LOTE  D ' WRK-DEBITO-ED
                  '  C ' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-PARTIDA.
           ADD 1 TO WRK-QTD-PARTIDAS.
           MOVE LCT-CONTA TO PLC-CODIGO.
           MOVE SPACES TO WRK-DESC-CONTA.
           IF WRK-PLANO-CONTAS-ST = '00'
               READ PLANO-CONTAS
                   INVALID KEY
                       MOVE '*** SEM CONTA' TO WRK-DESC-CONTA
                   NOT INVALID KEY
                       MOVE PLC-DESCRICAO TO WRK-DESC-CONTA
               END-READ
           END-IF.
           IF LCT-DEBITO
               ADD LCT-VALOR TO WRK-LOTE-DEBITO
               ADD LCT-VALOR TO WRK-DIA-DEBITO
           ELSE
               ADD LCT-VALOR TO WRK-LOTE-CREDITO
               ADD LCT-VALOR TO WRK-DIA-CREDITO
           END-IF.
           MOVE LCT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING LCT-SEQ ' ' LCT-CONTA ' ' WRK-DESC-CONTA
                  ' ' LCT-TIPO ' ' WRK-VALOR-ED
                  ' ' LCT-HISTORICO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM LER-LANCAMENTO.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PARTIDAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PARTIDAS DO DIA............... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-DIA-DEBITO TO WRK-DEBITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL A DEBITO................ ' WRK-DEBITO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-DIA-CREDITO TO WRK-CREDITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL A CREDITO............... ' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-DIA-DEBITO NOT = WRK-DIA-CREDITO
               MOVE '*** DEBITO E CREDITO DO DIA NAO FECHAM'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-DIARIO
               VALIDNUM-CAMPO     BY WRK-DATA-DIARIO
               VALIDNUM-CHAVE-SW  BY WRK-DATA-DIARIO-SW.
