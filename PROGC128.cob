       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC128.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: LIVRO RAZAO DA CONTABILIDADE GERAL - PARA
      * CADA CONTA DO PLANO (PLANOCTA) O SALDO ANTERIOR AO
      * MES DA COMPETENCIA INFORMADA NO SYSIN (AAAAMM), OS
      * LANCAMENTOS DO MES (LANCTOS, PELA CHAVE ALTERNATIVA
      * DE CONTA E DATA) COM O SALDO APOS CADA UM, OS TOTAIS
      * A DEBITO E A CREDITO E O SALDO FINAL. CONTA SEM SALDO
      * E SEM MOVIMENTO NAO SAI. O SALDO E IMPRESSO COM D
      * (DEVEDOR) OU C (CREDOR)
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLC-CODIGO
               FILE STATUS IS WRK-PLANO-CONTAS-ST.
           SELECT LANCAMENTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCT-CHAVE
               ALTERNATE RECORD KEY IS LCT-CHAVE-RAZAO
               FILE STATUS IS WRK-LANCAMENTOS-ST.
           SELECT RELATORIO ASSIGN TO "RELRAZAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS.
           COPY PLCTAREG.
       FD  LANCAMENTOS.
           COPY LCTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-PLANO-CONTAS-ST   PIC X(02) VALUE SPACES.
       77 WRK-LANCAMENTOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW    PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-DATA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-PLANO         PIC X(01) VALUE 'N'.
           88 WRK-FIM-PLANO-OK VALUE 'S'.
       77 WRK-FIM-LANCTOS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-LANCTOS-OK VALUE 'S'.
       77 WRK-CABECALHO-SW      PIC X(01) VALUE 'N'.
           88 WRK-CONTA-IMPRESSA VALUE 'S'.
       77 WRK-SALDO-ANTERIOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO             PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-DEBITO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-CREDITO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEBITO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-CONTAS        PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-FORMATAR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-DC          PIC X(01) VALUE SPACES.
       77 WRK-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DEBITO-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CREDITO-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZ.ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DO RAZAO (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA UNTIL WRK-COMPETENCIA-VALIDA.
           COMPUTE WRK-DATA-INICIO = (WRK-COMPETENCIA * 100) + 1.
           COMPUTE WRK-DATA-FIM    = (WRK-COMPETENCIA * 100) + 31.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIVRO RAZAO - COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT PLANO-CONTAS.
           OPEN INPUT LANCAMENTOS.
           IF WRK-PLANO-CONTAS-ST NOT = '00'
              OR WRK-LANCAMENTOS-ST NOT = '00'
               MOVE 'PLANO DE CONTAS OU LANCAMENTOS INEXISTENTES'
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM LER-CONTA
               PERFORM PROCESSA-CONTA UNTIL WRK-FIM-PLANO-OK
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           IF WRK-LANCAMENTOS-ST = '00'
               CLOSE LANCAMENTOS
           END-IF.
           IF WRK-PLANO-CONTAS-ST = '00'
               CLOSE PLANO-CONTAS
           END-IF.
           CLOSE RELATORIO.
           DISPLAY 'RAZAO ' WRK-COMPETENCIA
                   ' CONTAS IMPRESSAS ' WRK-QTD-CONTAS.
           GOBACK.

       LER-CONTA.
           READ PLANO-CONTAS NEXT
               AT END
                   SET WRK-FIM-PLANO-OK TO TRUE
           END-READ.

      *****************************************************
      * PROCESSA-CONTA - LE OS LANCAMENTOS DA CONTA ATE O
      * FIM DO MES: OS ANTERIORES AO MES FORMAM O SALDO
      * ANTERIOR; O PRIMEIRO DO MES ABRE A CONTA NO RELATORIO
      *****************************************************
       PROCESSA-CONTA.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-SALDO.
           MOVE ZEROS TO WRK-CONTA-DEBITO.
           MOVE ZEROS TO WRK-CONTA-CREDITO.
           MOVE 'N' TO WRK-CABECALHO-SW.
           MOVE 'N' TO WRK-FIM-LANCTOS.
           MOVE PLC-CODIGO TO LCT-CONTA.
           MOVE ZEROS  TO LCT-DATA-RZ.
           MOVE SPACES TO LCT-LOTE-RZ.
           MOVE ZEROS  TO LCT-SEQ-RZ.
           START LANCAMENTOS KEY >= LCT-CHAVE-RAZAO
               INVALID KEY
                   SET WRK-FIM-LANCTOS-OK TO TRUE
           END-START.
           PERFORM LER-LANCAMENTO.
           PERFORM TRATA-LANCAMENTO UNTIL WRK-FIM-LANCTOS-OK.
           IF NOT WRK-CONTA-IMPRESSA
              AND WRK-SALDO-ANTERIOR NOT = ZEROS
               PERFORM IMPRIME-CABECALHO-CONTA
           END-IF.
           IF WRK-CONTA-IMPRESSA
               PERFORM IMPRIME-TOTAL-CONTA
           END-IF.
           PERFORM LER-CONTA.

       LER-LANCAMENTO.
           IF NOT WRK-FIM-LANCTOS-OK
               READ LANCAMENTOS NEXT
                   AT END
                       SET WRK-FIM-LANCTOS-OK TO TRUE
                   NOT AT END
                       IF LCT-CONTA NOT = PLC-CODIGO
                          OR LCT-DATA-RZ > WRK-DATA-FIM
                           SET WRK-FIM-LANCTOS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       TRATA-LANCAMENTO.
           IF LCT-DATA-RZ < WRK-DATA-INICIO
               IF LCT-DEBITO
                   ADD LCT-VALOR TO WRK-SALDO-ANTERIOR
               ELSE
                   SUBTRACT LCT-VALOR FROM WRK-SALDO-ANTERIOR
               END-IF
           ELSE
               IF NOT WRK-CONTA-IMPRESSA
                   PERFORM IMPRIME-CABECALHO-CONTA
               END-IF
               PERFORM IMPRIME-LANCAMENTO
           END-IF.
           PERFORM LER-LANCAMENTO.

       IMPRIME-CABECALHO-CONTA.
           SET WRK-CONTA-IMPRESSA TO TRUE.
           ADD 1 TO WRK-QTD-CONTAS.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONTA ' PLC-CODIGO ' ' PLC-DESCRICAO
                  ' TIPO ' PLC-TIPO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-FORMATAR.
           PERFORM FORMATA-SALDO.
           MOVE SPACES TO REL-LINHA.
           MOVE '     SALDO ANTERIOR' TO REL-LINHA.
           MOVE WRK-SALDO-ED TO REL-LINHA (58:17).
           MOVE WRK-SALDO-DC TO REL-LINHA (75:1).
           WRITE REL-LINHA.

       IMPRIME-LANCAMENTO.
           IF LCT-DEBITO
               ADD LCT-VALOR TO WRK-SALDO
               ADD LCT-VALOR TO WRK-CONTA-DEBITO
               ADD LCT-VALOR TO WRK-TOTAL-DEBITO
           ELSE
               SUBTRACT LCT-VALOR FROM WRK-SALDO
               ADD LCT-VALOR TO WRK-CONTA-CREDITO
               ADD LCT-VALOR TO WRK-TOTAL-CREDITO
           END-IF.
           MOVE LCT-VALOR TO WRK-VALOR-ED.
           MOVE WRK-SALDO TO WRK-SALDO-FORMATAR.
           PERFORM FORMATA-SALDO.
           MOVE SPACES TO REL-LINHA.
           STRING LCT-DATA-RZ ' ' LCT-LOTE-RZ ' '
                  LCT-HISTORICO (1:20) ' ' LCT-TIPO ' '
                  WRK-VALOR-ED ' ' WRK-SALDO-ED WRK-SALDO-DC
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAL-CONTA.
           MOVE WRK-CONTA-DEBITO  TO WRK-DEBITO-ED.
           MOVE WRK-CONTA-CREDITO TO WRK-CREDITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '     DEBITOS ' WRK-DEBITO-ED
                  '  CREDITOS ' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO TO WRK-SALDO-FORMATAR.
           PERFORM FORMATA-SALDO.
           MOVE SPACES TO REL-LINHA.
           MOVE '     SALDO FINAL' TO REL-LINHA.
           MOVE WRK-SALDO-ED TO REL-LINHA (58:17).
           MOVE WRK-SALDO-DC TO REL-LINHA (75:1).
           WRITE REL-LINHA.

      *****************************************************
      * FORMATA-SALDO - VALOR ABSOLUTO EDITADO E D/C PELO
      * SINAL (POSITIVO = DEVEDOR)
      *****************************************************
       FORMATA-SALDO.
           IF WRK-SALDO-FORMATAR < ZEROS
               MOVE 'C' TO WRK-SALDO-DC
               COMPUTE WRK-SALDO-ED = WRK-SALDO-FORMATAR * -1
           ELSE
               IF WRK-SALDO-FORMATAR = ZEROS
                   MOVE SPACE TO WRK-SALDO-DC
               ELSE
                   MOVE 'D' TO WRK-SALDO-DC
               END-IF
               MOVE WRK-SALDO-FORMATAR TO WRK-SALDO-ED
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CONTAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONTAS IMPRESSAS.............. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-DEBITO TO WRK-DEBITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL A DEBITO NO MES......... ' WRK-DEBITO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-CREDITO TO WRK-CREDITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL A CREDITO NO MES........ ' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
