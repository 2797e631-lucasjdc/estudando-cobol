       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC102.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: RELATORIO DE AGING DO CONTAS A PAGAR -
      * VARRE O ARQUIVO CPAGAR E CLASSIFICA OS TITULOS EM
      * ABERTO OU BLOQUEADOS POR FAIXA DE ATRASO (A VENCER,
      * ATE 30, 31-60, 61-90 E MAIS DE 90 DIAS), COM
      * TOTAIS POR FAIXA - MESMO CRITERIO DO AGING DO
      * CONTAS A RECEBER (PROGCOB23), DIAS NA BASE
      * COMERCIAL 30/360
      * DATA 2026-10-15
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-PAGAR ASSIGN TO "CPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPG-NUMERO
               FILE STATUS IS WRK-CONTAS-PAGAR-ST.
           SELECT RELATORIO ASSIGN TO "RELAGPAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-PAGAR.
           COPY CPAGREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-CONTAS-PAGAR-ST  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       01 WRK-DATA-HOJE.
           02 WRK-HOJE-ANO PIC 9(04).
           02 WRK-HOJE-MES PIC 9(02).
           02 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-VENCTO.
           02 WRK-VCT-ANO PIC 9(04).
           02 WRK-VCT-MES PIC 9(02).
           02 WRK-VCT-DIA PIC 9(02).
       77 WRK-DIAS-HOJE        PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-VENCTO      PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-ATRASO      PIC S9(05) COMP VALUE ZEROS.
       77 WRK-QTD-AVENCER      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FAIXA-30     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FAIXA-60     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FAIXA-90     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FAIXA-MAIS   PIC 9(06) VALUE ZEROS.
       77 WRK-VAL-AVENCER      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VAL-FAIXA-30     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VAL-FAIXA-60     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VAL-FAIXA-90     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VAL-FAIXA-MAIS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-BLOQUEADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-VAL-BLOQUEADOS   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FAIXA-DESC       PIC X(12) VALUE SPACES.
       77 WRK-BLOQ-DESC        PIC X(05) VALUE SPACES.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ATRASO-ED        PIC -ZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC102' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT CONTAS-PAGAR.
           OPEN OUTPUT RELATORIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
               + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
           MOVE 'RELATORIO DE AGING DO CONTAS A PAGAR'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-CONTAS-PAGAR-ST = '00'
               PERFORM LER-TITULO
               PERFORM PROCESSA-TITULO UNTIL WRK-FIM-ARQUIVO-OK
           END-IF.
           PERFORM IMPRIME-TOTAIS-FAIXA.
           CLOSE RELATORIO.
           IF WRK-CONTAS-PAGAR-ST = '00'
            OR WRK-CONTAS-PAGAR-ST = '10'
               CLOSE CONTAS-PAGAR
           END-IF.
           STOP RUN.

       LER-TITULO.
           READ CONTAS-PAGAR NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       PROCESSA-TITULO.
           IF CPG-ABERTO OR CPG-BLOQUEADO
               PERFORM CLASSIFICA-TITULO
           END-IF.
           PERFORM LER-TITULO.

       CLASSIFICA-TITULO.
           MOVE CPG-DATA-VENCTO TO WRK-DATA-VENCTO.
           COMPUTE WRK-DIAS-VENCTO = (WRK-VCT-ANO * 360)
               + (WRK-VCT-MES * 30) + WRK-VCT-DIA.
           COMPUTE WRK-DIAS-ATRASO =
               WRK-DIAS-HOJE - WRK-DIAS-VENCTO.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO <= 0
                   MOVE 'A VENCER    ' TO WRK-FAIXA-DESC
                   ADD 1 TO WRK-QTD-AVENCER
                   ADD CPG-SALDO TO WRK-VAL-AVENCER
               WHEN WRK-DIAS-ATRASO <= 30
                   MOVE 'ATE 30 DIAS ' TO WRK-FAIXA-DESC
                   ADD 1 TO WRK-QTD-FAIXA-30
                   ADD CPG-SALDO TO WRK-VAL-FAIXA-30
               WHEN WRK-DIAS-ATRASO <= 60
                   MOVE '31 A 60 DIAS' TO WRK-FAIXA-DESC
                   ADD 1 TO WRK-QTD-FAIXA-60
                   ADD CPG-SALDO TO WRK-VAL-FAIXA-60
               WHEN WRK-DIAS-ATRASO <= 90
                   MOVE '61 A 90 DIAS' TO WRK-FAIXA-DESC
                   ADD 1 TO WRK-QTD-FAIXA-90
                   ADD CPG-SALDO TO WRK-VAL-FAIXA-90
               WHEN OTHER
                   MOVE 'MAIS DE 90  ' TO WRK-FAIXA-DESC
                   ADD 1 TO WRK-QTD-FAIXA-MAIS
                   ADD CPG-SALDO TO WRK-VAL-FAIXA-MAIS
           END-EVALUATE.
           IF CPG-BLOQUEADO
               MOVE 'BLOQ ' TO WRK-BLOQ-DESC
               ADD 1 TO WRK-QTD-BLOQUEADOS
               ADD CPG-SALDO TO WRK-VAL-BLOQUEADOS
           ELSE
               MOVE SPACES TO WRK-BLOQ-DESC
           END-IF.
           PERFORM IMPRIME-LINHA-TITULO.

       IMPRIME-LINHA-TITULO.
           MOVE CPG-SALDO TO WRK-VALOR-ED.
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TIT ' CPG-NUMERO
                  ' FORN ' CPG-FOR-CODIGO
                  ' SALDO ' WRK-VALOR-ED
                  ' ATRASO ' WRK-ATRASO-ED
                  ' ' WRK-FAIXA-DESC
                  ' ' WRK-BLOQ-DESC
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS-FAIXA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAIS POR FAIXA DE ATRASO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-AVENCER TO WRK-QTD-ED.
           MOVE WRK-VAL-AVENCER TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'A VENCER........ ' WRK-QTD-ED
                  ' TITULOS ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-FAIXA-30 TO WRK-QTD-ED.
           MOVE WRK-VAL-FAIXA-30 TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ATE 30 DIAS..... ' WRK-QTD-ED
                  ' TITULOS ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-FAIXA-60 TO WRK-QTD-ED.
           MOVE WRK-VAL-FAIXA-60 TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '31 A 60 DIAS.... ' WRK-QTD-ED
                  ' TITULOS ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-FAIXA-90 TO WRK-QTD-ED.
           MOVE WRK-VAL-FAIXA-90 TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '61 A 90 DIAS.... ' WRK-QTD-ED
                  ' TITULOS ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-FAIXA-MAIS TO WRK-QTD-ED.
           MOVE WRK-VAL-FAIXA-MAIS TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'MAIS DE 90 DIAS. ' WRK-QTD-ED
                  ' TITULOS ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-BLOQUEADOS TO WRK-QTD-ED.
           MOVE WRK-VAL-BLOQUEADOS TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DOS QUAIS BLOQ.. ' WRK-QTD-ED
                  ' TITULOS ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
