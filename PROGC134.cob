       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC134.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: RELATORIO MENSAL DE AFASTAMENTOS - NA DATA
      * DA EXECUCAO, LISTA OS EMPREGADOS AFASTADOS (TIPO,
      * INICIO, RETORNO PREVISTO E DIAS DE AFASTAMENTO) E OS
      * RETORNOS PREVISTOS ATE 30 DIAS A FRENTE, COM OS JA
      * VENCIDOS SEM RETORNO REGISTRADO NO PROGC133
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-AFASTAMENTOS-ST.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT RELATORIO ASSIGN TO "RELAFAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTOS.
           COPY AFASTREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-AFASTAMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-SW    PIC X(01) VALUE 'N'.
           88 WRK-EMPREGADOS-ABERTO VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE      PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ALERTA      PIC 9(03) VALUE 30.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-NOME             PIC X(20) VALUE SPACES.
       77 WRK-SITUACAO         PIC X(08) VALUE SPACES.
       77 WRK-QTD-AFASTADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RETORNOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENCIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ED          PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE.
           MOVE WRK-DATA-HOJE TO DUT-DATA-1.
           MOVE WRK-DIAS-ALERTA TO DUT-DIAS.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DATA-2 TO WRK-DATA-LIMITE.
           OPEN OUTPUT RELATORIO.
           OPEN INPUT AFASTAMENTOS.
           OPEN INPUT EMPREGADOS.
           IF WRK-EMPREGADOS-ST = '00'
               SET WRK-EMPREGADOS-ABERTO TO TRUE
           END-IF.
           IF WRK-AFASTAMENTOS-ST NOT = '00'
               MOVE 'CADASTRO DE AFASTAMENTOS INEXISTENTE'
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM LISTA-AFASTADOS
               PERFORM LISTA-RETORNOS
               CLOSE AFASTAMENTOS
           END-IF.
           IF WRK-EMPREGADOS-ABERTO
               CLOSE EMPREGADOS
           END-IF.
           CLOSE RELATORIO.
           DISPLAY 'AFASTADOS ' WRK-QTD-AFASTADOS
                   ' RETORNOS ' WRK-QTD-RETORNOS
                   ' VENCIDOS ' WRK-QTD-VENCIDOS.
           GOBACK.

      *****************************************************
      * LISTA-AFASTADOS - AFASTAMENTOS JA INICIADOS E SEM
      * RETORNO REGISTRADO, COM OS DIAS CORRIDOS ATE HOJE
      *****************************************************
       LISTA-AFASTADOS.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMPREGADOS AFASTADOS EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MATRIC NOME                 T INICIO   PREVISTO '
               TO REL-LINHA.
           MOVE '  DIAS' TO REL-LINHA (51:6).
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM POSICIONA-INICIO.
           PERFORM AVALIA-AFASTADO UNTIL WRK-FIM-ARQUIVO-OK.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-AFASTADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMPREGADOS AFASTADOS.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.

       AVALIA-AFASTADO.
           IF AFA-DATA-RETORNO = ZEROS
              AND AFA-DATA-INICIO NOT > WRK-DATA-HOJE
               ADD 1 TO WRK-QTD-AFASTADOS
               PERFORM LE-NOME-EMPREGADO
               SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE
               MOVE AFA-DATA-INICIO TO DUT-DATA-1
               MOVE WRK-DATA-HOJE   TO DUT-DATA-2
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               MOVE DUT-DIAS TO WRK-DIAS-ED
               MOVE SPACES TO REL-LINHA
               STRING AFA-MATRICULA ' ' WRK-NOME ' ' AFA-TIPO ' '
                      AFA-DATA-INICIO ' ' AFA-RETORNO-PREVISTO ' '
                      WRK-DIAS-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-AFASTAMENTO.

      *****************************************************
      * LISTA-RETORNOS - AFASTADOS COM RETORNO PREVISTO ATE
      * O LIMITE DE ALERTA; PREVISAO JA ALCANCADA SEM O
      * RETORNO REGISTRADO SAI COMO VENCIDO
      *****************************************************
       LISTA-RETORNOS.
           MOVE SPACES TO REL-LINHA.
           STRING 'RETORNOS PREVISTOS ATE ' WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MATRIC NOME                 T INICIO   PREVISTO '
               TO REL-LINHA.
           MOVE 'SITUACAO' TO REL-LINHA (51:8).
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM POSICIONA-INICIO.
           PERFORM AVALIA-RETORNO UNTIL WRK-FIM-ARQUIVO-OK.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-RETORNOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'RETORNOS PREVISTOS.... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-VENCIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PREVISOES VENCIDAS.... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       AVALIA-RETORNO.
           IF AFA-DATA-RETORNO = ZEROS
              AND AFA-DATA-INICIO NOT > WRK-DATA-HOJE
              AND AFA-RETORNO-PREVISTO > ZEROS
              AND AFA-RETORNO-PREVISTO NOT > WRK-DATA-LIMITE
               ADD 1 TO WRK-QTD-RETORNOS
               IF AFA-RETORNO-PREVISTO NOT > WRK-DATA-HOJE
                   ADD 1 TO WRK-QTD-VENCIDOS
                   MOVE 'VENCIDO' TO WRK-SITUACAO
               ELSE
                   MOVE 'A VENCER' TO WRK-SITUACAO
               END-IF
               PERFORM LE-NOME-EMPREGADO
               MOVE SPACES TO REL-LINHA
               STRING AFA-MATRICULA ' ' WRK-NOME ' ' AFA-TIPO ' '
                      AFA-DATA-INICIO ' ' AFA-RETORNO-PREVISTO ' '
                      WRK-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-AFASTAMENTO.

       POSICIONA-INICIO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO AFA-MATRICULA.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START AFASTAMENTOS KEY >= AFA-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-AFASTAMENTO.

       LER-AFASTAMENTO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ AFASTAMENTOS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       LE-NOME-EMPREGADO.
           MOVE 'SEM CADASTRO' TO WRK-NOME.
           IF WRK-EMPREGADOS-ABERTO
               MOVE AFA-MATRICULA TO EMP-MATRICULA
               READ EMPREGADOS
                   NOT INVALID KEY
                       MOVE EMP-NOME TO WRK-NOME
               END-READ
           END-IF.
