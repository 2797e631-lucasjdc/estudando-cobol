       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC150.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: PASSO MENSAL DE CONTAS DORMENTES - NA
      * COMPETENCIA (AAAAMM, LIDA DO SYSIN NO PROGMES), A
      * CONTA ATIVA DO CADASTRO DE CONTAS SEM MOVIMENTO HA
      * O PRAZO DO PARMCONT OU MAIS (MESES ENTRE O MES DO
      * ULTIMO MOVIMENTO - OU DA ABERTURA - E O MES DA
      * COMPETENCIA) PASSA A DORMENTE; A LISTA SAI NO
      * RELDORM COM O TOTAL. A CONTA DORMENTE CONTINUA
      * RECEBENDO MOVIMENTO E VOLTA A ATIVA NO PRIMEIRO
      * LANCAMENTO (ROTINA VERIFCTA) OU PELO PROGC149
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WRK-CONTAS-STATUS.
           SELECT PARAMETROS ASSIGN TO "PARMCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
           SELECT RELATORIO ASSIGN TO "RELDORM"
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
       FD  CONTAS.
           COPY CONTAREG.
       FD  PARAMETROS.
           COPY PARMCTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-CONTAS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-ANO              PIC 9(04) VALUE ZEROS.
       77 WRK-MES              PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-DORMENCIA  PIC 9(03) VALUE 12.
       77 WRK-MESES-COMPET     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-BASE        PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES-BASE      PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-BASE         PIC 9(04) VALUE ZEROS.
       77 WRK-MES-BASE         PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-SEM-MOV    PIC S9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-QTD-LIDAS        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ATIVAS       PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DORMENTES    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MESES-ED         PIC ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DA APURACAO DE DORMENTES '
                   '(AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - APURACAO NAO '
                       'EXECUTADA'
               GOBACK
           END-IF.
           COMPUTE WRK-MESES-COMPET = (WRK-ANO * 12) + WRK-MES.
           PERFORM LE-PARAMETROS.
           OPEN I-O CONTAS.
           IF WRK-CONTAS-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CONTAS AUSENTE - APURACAO NAO '
                       'EXECUTADA'
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           MOVE ZEROS TO CTA-NUMERO.
           START CONTAS KEY >= CTA-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-CONTA.
           PERFORM AVALIA-CONTA UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           CLOSE CONTAS.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY 'CONTAS DORMENTES ' WRK-COMPETENCIA
                   ' - ATIVAS ' WRK-QTD-ATIVAS
                   ' DORMENTES ' WRK-QTD-DORMENTES.
           GOBACK.

      *****************************************************
      * LE-PARAMETROS - SEM O PARMCONT (OU COM O PRAZO EM
      * BRANCO OU ZERO) VALE O PADRAO DE 12 MESES SEM
      * MOVIMENTO
      *****************************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PCT-MESES-DORMENCIA IS NUMERIC
                          AND PCT-MESES-DORMENCIA > 0
                           MOVE PCT-MESES-DORMENCIA
                             TO WRK-MESES-DORMENCIA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       IMPRIME-CABECALHO.
           MOVE WRK-MESES-DORMENCIA TO WRK-MESES-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONTAS DORMENTES - COMPETENCIA ' WRK-COMPETENCIA
                  ' - PRAZO ' WRK-MESES-ED ' MESES SEM MOVIMENTO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CONTA  TITULAR CPF         TIPO ULT.MOV  MESES'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       LER-CONTA.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ CONTAS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

      *****************************************************
      * AVALIA-CONTA - SO A CONTA ATIVA E AVALIADA; A BASE E
      * A DATA DO ULTIMO MOVIMENTO (OU A DA ABERTURA, NA
      * CONTA NUNCA MOVIMENTADA) E A CONTAGEM E EM MESES
      * CHEIOS DE CALENDARIO ATE O MES DA COMPETENCIA
      *****************************************************
       AVALIA-CONTA.
           ADD 1 TO WRK-QTD-LIDAS.
           IF CTA-ATIVA
               ADD 1 TO WRK-QTD-ATIVAS
               MOVE CTA-DATA-ULT-MOV TO WRK-DATA-BASE
               IF WRK-DATA-BASE = 0
                   MOVE CTA-DATA-ABERTURA TO WRK-DATA-BASE
               END-IF
               DIVIDE WRK-DATA-BASE BY 100 GIVING WRK-ANOMES-BASE
               DIVIDE WRK-ANOMES-BASE BY 100 GIVING WRK-ANO-BASE
                   REMAINDER WRK-MES-BASE
               COMPUTE WRK-MESES-SEM-MOV = WRK-MESES-COMPET
                   - ((WRK-ANO-BASE * 12) + WRK-MES-BASE)
               IF WRK-MESES-SEM-MOV >= WRK-MESES-DORMENCIA
                   PERFORM MARCA-DORMENTE
               END-IF
           END-IF.
           PERFORM LER-CONTA.

       MARCA-DORMENTE.
           SET CTA-DORMENTE TO TRUE.
           MOVE WRK-DATA-HOJE TO CTA-DATA-SITUACAO.
           MOVE 'SEM MOVIMENTO NO PRAZO' TO CTA-MOTIVO.
           REWRITE CTA-REGISTRO.
           ADD 1 TO WRK-QTD-DORMENTES.
           MOVE WRK-MESES-SEM-MOV TO WRK-MESES-ED.
           MOVE SPACES TO REL-LINHA.
           STRING CTA-NUMERO ' ' CTA-CAD-CODIGO
                  ' ' CTA-CPF
                  '  ' CTA-TIPO
                  '    ' WRK-DATA-BASE
                  ' ' WRK-MESES-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-LIDAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONTAS NO CADASTRO..... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ATIVAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONTAS ATIVAS AVALIADAS ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-DORMENTES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONTAS TORNADAS DORMENTES ' WRK-QTD-ED
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
           MOVE 'PROGC150' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'DORMENTES COMP=' WRK-COMPETENCIA
               ' PRAZO=' WRK-MESES-DORMENCIA
               ' ATIVAS=' WRK-QTD-ATIVAS
               ' DORM=' WRK-QTD-DORMENTES
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
