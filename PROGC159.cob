       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC159.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: RELATORIO DA TABELA DE INDICES ECONOMICOS
      * (INDICES) - POR INDICE LISTA NO RELINDIC AS TAXAS
      * MENSAIS POR COMPETENCIA COM O ACUMULADO NO ANO E
      * APONTA OS MESES SEM TAXA: LACUNA ENTRE DUAS
      * COMPETENCIAS CADASTRADAS E MESES DEPOIS DA ULTIMA
      * ATE A COMPETENCIA DO SYSIN. INDICE CONHECIDO (IPCA,
      * SELIC, IGPM) SEM NENHUMA TAXA TAMBEM E APONTADO. MES
      * SEM TAXA INTERROMPE A CORRECAO MONETARIA (PROGC157),
      * POR ISSO O RELATORIO RODA NO FECHAMENTO MENSAL
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES ASSIGN TO "INDICES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WRK-INDICES-ST.
           SELECT RELATORIO ASSIGN TO "RELINDIC"
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
       FD  INDICES.
           COPY INDICREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-INDICES-ST       PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-ANO              PIC 9(04) VALUE ZEROS.
       77 WRK-MES              PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-INDICES      PIC X(01) VALUE 'N'.
           88 WRK-FIM-INDICES-OK VALUE 'S'.
       77 WRK-TABELA-SW        PIC X(01) VALUE 'N'.
           88 WRK-TABELA-EXISTE VALUE 'S'.
       77 WRK-CODIGO-ANT       PIC X(05) VALUE SPACES.
       77 WRK-COMPET-ANT       PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-IND          PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ACUM         PIC 9(04) VALUE ZEROS.
       77 WRK-FATOR-ANO        PIC 9(05)V9(10) VALUE ZEROS.
       77 WRK-ACUM-ANO         PIC S9(05)V9(04) VALUE ZEROS.
       77 WRK-QTD-TAXAS-IND    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FALTAS-IND   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-TAXAS        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FALTAS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-FALTAS-ED        PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-TAXA-ED          PIC -ZZ9,9999 VALUE ZEROS.
       77 WRK-ACUM-ED          PIC -ZZZZ9,9999 VALUE ZEROS.
      *----------------------------------------------------
      * COMPETENCIA SEM TAXA - AVANCADA MES A MES DA
      * SEGUINTE A ULTIMA CADASTRADA ATE A PROXIMA
      *----------------------------------------------------
       01 WRK-FALTA.
           02 WRK-FALTA-ANO    PIC 9(04) VALUE ZEROS.
           02 WRK-FALTA-MES    PIC 9(02) VALUE ZEROS.
       01 WRK-FALTA-N REDEFINES WRK-FALTA PIC 9(06).
      *----------------------------------------------------
      * INDICES CONHECIDOS - O QUE NAO APARECER NA TABELA E
      * APONTADO SEM NENHUMA TAXA
      *----------------------------------------------------
       01 WRK-TAB-CONHECIDOS-GRUPO.
           02 FILLER PIC X(06) VALUE 'IPCA N'.
           02 FILLER PIC X(06) VALUE 'SELICN'.
           02 FILLER PIC X(06) VALUE 'IGPM N'.
       01 WRK-TAB-CONHECIDOS REDEFINES WRK-TAB-CONHECIDOS-GRUPO.
           02 WRK-CON-ITEM OCCURS 3 TIMES INDEXED BY WRK-IDX-CON.
               03 WRK-CON-CODIGO  PIC X(05).
               03 WRK-CON-ACHADO  PIC X(01).
       77 WRK-CON-QTD          PIC 9(01) VALUE 3.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DE REFERENCIA (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - RELATORIO NAO '
                       'EMITIDO'
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           OPEN INPUT INDICES.
           IF WRK-INDICES-ST = '00'
               SET WRK-TABELA-EXISTE TO TRUE
               PERFORM LER-INDICE
               PERFORM LISTA-TAXA UNTIL WRK-FIM-INDICES-OK
               IF WRK-CODIGO-ANT NOT = SPACES
                   PERFORM FECHA-INDICE
               END-IF
               CLOSE INDICES
           ELSE
               MOVE 'TABELA DE INDICES AUSENTE' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM APONTA-SEM-TAXA
               VARYING WRK-IDX-CON FROM 1 BY 1
               UNTIL WRK-IDX-CON > WRK-CON-QTD.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY 'TABELA DE INDICES GRAVADA NO RELINDIC - '
                   WRK-QTD-FALTAS ' MES(ES) SEM TAXA'.
           GOBACK.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'TABELA DE INDICES ECONOMICOS - REFERENCIA '
                  WRK-COMPETENCIA ' - EMITIDO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TAXA MENSAL EM %; ACUMULADO NO ANO DAS TAXAS '
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CADASTRADAS ATE A COMPETENCIA' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       LER-INDICE.
           READ INDICES
               AT END
                   SET WRK-FIM-INDICES-OK TO TRUE
           END-READ.

      *****************************************************
      * LISTA-TAXA - QUEBRA POR INDICE; DENTRO DO INDICE A
      * LACUNA ATE A COMPETENCIA LIDA E APONTADA ANTES DA
      * LINHA DA TAXA
      *****************************************************
       LISTA-TAXA.
           IF IND-CODIGO NOT = WRK-CODIGO-ANT
               IF WRK-CODIGO-ANT NOT = SPACES
                   PERFORM FECHA-INDICE
               END-IF
               PERFORM ABRE-INDICE
           ELSE
               MOVE WRK-COMPET-ANT TO WRK-FALTA-N
               PERFORM AVANCA-FALTA
               PERFORM APONTA-FALTA
                   UNTIL WRK-FALTA-N NOT < IND-COMPETENCIA
           END-IF.
           DIVIDE IND-COMPETENCIA BY 100 GIVING WRK-ANO-IND.
           IF WRK-ANO-IND NOT = WRK-ANO-ACUM
               MOVE WRK-ANO-IND TO WRK-ANO-ACUM
               MOVE 1 TO WRK-FATOR-ANO
           END-IF.
           COMPUTE WRK-FATOR-ANO ROUNDED =
               WRK-FATOR-ANO * (1 + (IND-TAXA / 100)).
           COMPUTE WRK-ACUM-ANO ROUNDED =
               (WRK-FATOR-ANO - 1) * 100.
           MOVE IND-TAXA TO WRK-TAXA-ED.
           MOVE WRK-ACUM-ANO TO WRK-ACUM-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' IND-COMPETENCIA '   TAXA ' WRK-TAXA-ED
                  ' %   ACUMULADO NO ANO ' WRK-ACUM-ED ' %'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WRK-QTD-TAXAS-IND.
           ADD 1 TO WRK-QTD-TAXAS.
           MOVE IND-COMPETENCIA TO WRK-COMPET-ANT.
           PERFORM LER-INDICE.

       ABRE-INDICE.
           MOVE IND-CODIGO TO WRK-CODIGO-ANT.
           MOVE ZEROS TO WRK-QTD-TAXAS-IND WRK-QTD-FALTAS-IND
                         WRK-ANO-ACUM.
           SET WRK-IDX-CON TO 1.
           SEARCH WRK-CON-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-CON > WRK-CON-QTD
                   CONTINUE
               WHEN WRK-CON-CODIGO (WRK-IDX-CON) = IND-CODIGO
                   MOVE 'S' TO WRK-CON-ACHADO (WRK-IDX-CON)
           END-SEARCH.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'INDICE ' IND-CODIGO
               DELIMITED BY SIZE INTO REL-LINHA.
           IF NOT IND-CODIGO-VALIDO
               MOVE SPACES TO REL-LINHA
               STRING 'INDICE ' IND-CODIGO
                      ' - CODIGO FORA DA TABELA DE INDICES'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.

      *****************************************************
      * FECHA-INDICE - MESES DEPOIS DA ULTIMA TAXA ATE A
      * COMPETENCIA DE REFERENCIA; O INDICE FICA PENDENTE DE
      * ATUALIZACAO
      *****************************************************
       FECHA-INDICE.
           MOVE WRK-COMPET-ANT TO WRK-FALTA-N.
           PERFORM AVANCA-FALTA.
           IF WRK-FALTA-N NOT > WRK-COMPETENCIA
               PERFORM APONTA-FALTA
                   UNTIL WRK-FALTA-N > WRK-COMPETENCIA
               MOVE SPACES TO REL-LINHA
               STRING '  *** PENDENTE - ULTIMA TAXA EM '
                      WRK-COMPET-ANT
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-QTD-TAXAS-IND TO WRK-QTD-ED.
           MOVE WRK-QTD-FALTAS-IND TO WRK-FALTAS-ED.
           STRING '  TAXAS ' WRK-QTD-ED
                  '  MESES SEM TAXA ' WRK-FALTAS-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       APONTA-FALTA.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' WRK-FALTA-N '   *** FALTA TAXA DO MES'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WRK-QTD-FALTAS-IND.
           ADD 1 TO WRK-QTD-FALTAS.
           PERFORM AVANCA-FALTA.

       AVANCA-FALTA.
           ADD 1 TO WRK-FALTA-MES.
           IF WRK-FALTA-MES > 12
               MOVE 01 TO WRK-FALTA-MES
               ADD 1 TO WRK-FALTA-ANO
           END-IF.

       APONTA-SEM-TAXA.
           IF WRK-CON-ACHADO (WRK-IDX-CON) NOT = 'S'
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'INDICE ' WRK-CON-CODIGO (WRK-IDX-CON)
                      ' *** SEM NENHUMA TAXA CADASTRADA'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WRK-QTD-PENDENTES
           END-IF.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-QTD-TAXAS TO WRK-QTD-ED.
           STRING 'TAXAS CADASTRADAS......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-QTD-FALTAS TO WRK-QTD-ED.
           STRING 'MESES SEM TAXA............ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-QTD-PENDENTES TO WRK-QTD-ED.
           STRING 'INDICES PENDENTES......... ' WRK-QTD-ED
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
           MOVE 'PROGC159' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'TABELA DE INDICES REF=' WRK-COMPETENCIA
                  ' TAXAS=' WRK-QTD-TAXAS
                  ' FALTAS=' WRK-QTD-FALTAS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
