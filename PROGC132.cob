       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC132.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CONFERENCIA DA TRILHA DE AUDITORIA - LE O
      * ARQUIVO MORTO DO PROGCOB52 (AUDARQ) E EM SEGUIDA A
      * TRILHA VIVA (AUDITORI), NA ORDEM DE GRAVACAO, E
      * APONTA NO RELVERAU AS LACUNAS DE NUMERACAO, OS
      * REGISTROS FORA DE ORDEM OU REPETIDOS, OS ELOS
      * ROMPIDOS (VERIFICADOR QUE NAO CONFERE COM O DO
      * REGISTRO ANTERIOR - ROTINA ENCADAUD) E OS REGISTROS
      * SEM NUMERACAO DEPOIS DO INICIO DA NUMERACAO; NO FIM
      * CONFRONTA O ULTIMO NUMERO COM O CONTROLE AUDCTRL
      * PARA PEGAR REGISTROS FINAIS RETIRADOS. REGISTROS
      * ANTERIORES A NUMERACAO SO SAO CONTADOS. COM
      * OCORRENCIA O PROGRAMA TERMINA COM RETURN-CODE 4.
      * RODAR COM A TRILHA PARADA E NUNCA ENTRE O
      * ARQUIVAMENTO E A TROCA DO AUDITORI PELO AUDINOVO
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARQUIVO ASSIGN TO "AUDARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-ARQUIVO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
           SELECT AUD-CONTROLE ASSIGN TO "AUDCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATC-CHAVE
               FILE STATUS IS WRK-AUD-CONTROLE-ST.
           SELECT RELATORIO ASSIGN TO "RELVERAU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARQUIVO.
       01  ARQ-REGISTRO PIC X(105).
       FD  AUDITORIA.
           COPY AUDITREG.
       FD  AUD-CONTROLE.
           COPY AUDCTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-AUDIT-ARQUIVO-ST PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUD-CONTROLE-ST  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ORIGEM           PIC X(08) VALUE SPACES.
       77 WRK-NUMERACAO-SW     PIC X(01) VALUE 'N'.
           88 WRK-NUMERACAO-INICIADA VALUE 'S'.
       77 WRK-SEQ-ESPERADA     PIC 9(10) VALUE 1.
       77 WRK-MAIOR-SEQ        PIC 9(10) VALUE ZEROS.
       77 WRK-VERIF-ANTERIOR   PIC 9(09) VALUE ZEROS.
       77 WRK-VERIF-ULTIMO     PIC 9(09) VALUE ZEROS.
       77 WRK-FALTANTES        PIC 9(10) VALUE ZEROS.
       77 WRK-QTD-ARQUIVO      PIC 9(10) VALUE ZEROS.
       77 WRK-QTD-TRILHA       PIC 9(10) VALUE ZEROS.
       77 WRK-QTD-ANTIGOS      PIC 9(10) VALUE ZEROS.
       77 WRK-QTD-LACUNAS      PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-FALTANTES    PIC 9(10) VALUE ZEROS.
       77 WRK-QTD-FORA-ORDEM   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ROMPIDOS     PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-SEM-NUMERO   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS  PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ED           PIC Z.ZZZ.ZZZ.ZZ9 VALUE ZEROS.
           COPY ENCADWRK.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           OPEN INPUT AUDIT-ARQUIVO.
           IF WRK-AUDIT-ARQUIVO-ST = '00'
               MOVE 'AUDARQ' TO WRK-ORIGEM
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-ARQUIVO-MORTO
               PERFORM CONFERE-ARQUIVO-MORTO
                   UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE AUDIT-ARQUIVO
           ELSE
               MOVE 'ARQUIVO MORTO AUDARQ AUSENTE - SO A TRILHA VIVA'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           OPEN INPUT AUDITORIA.
           IF WRK-AUDITORIA-STATUS = '00'
               MOVE 'AUDITORI' TO WRK-ORIGEM
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-AUDITORIA
               PERFORM CONFERE-TRILHA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE AUDITORIA
           ELSE
               MOVE 'TRILHA AUDITORI AUSENTE' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM CONFERE-CONTROLE.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           IF WRK-QTD-OCORRENCIAS > ZEROS
               DISPLAY 'TRILHA DE AUDITORIA COM OCORRENCIAS - '
                       'VER RELVERAU'
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'TRILHA DE AUDITORIA CONFERIDA SEM '
                       'OCORRENCIAS'
           END-IF.
           GOBACK.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONFERENCIA DA TRILHA DE AUDITORIA EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.

       LER-ARQUIVO-MORTO.
           READ AUDIT-ARQUIVO
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
               NOT AT END
                   MOVE ARQ-REGISTRO TO AUD-REGISTRO
           END-READ.

       LER-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-ARQUIVO-MORTO.
           ADD 1 TO WRK-QTD-ARQUIVO.
           PERFORM CONFERE-REGISTRO.
           PERFORM LER-ARQUIVO-MORTO.

       CONFERE-TRILHA.
           ADD 1 TO WRK-QTD-TRILHA.
           PERFORM CONFERE-REGISTRO.
           PERFORM LER-AUDITORIA.

      *****************************************************
      * CONFERE-REGISTRO - REGISTRO SEM NUMERO ANTES DO
      * PRIMEIRO NUMERADO E DA EPOCA ANTERIOR A NUMERACAO;
      * DEPOIS DELE E OCORRENCIA. A NUMERACAO COMECA EM 1 E
      * O PRIMEIRO ELO PARTE DE ZEROS. APOS UMA OCORRENCIA A
      * CONFERENCIA SE REALINHA PELO REGISTRO LIDO, PARA QUE
      * CADA QUEBRA SEJA APONTADA UMA VEZ SO
      *****************************************************
       CONFERE-REGISTRO.
           IF AUD-SEQUENCIA NOT NUMERIC
              OR AUD-SEQUENCIA = ZEROS
               IF WRK-NUMERACAO-INICIADA
                   ADD 1 TO WRK-QTD-SEM-NUMERO
                   MOVE SPACES TO REL-LINHA
                   STRING WRK-ORIGEM ' SEM NUMERACAO APOS A '
                          WRK-MAIOR-SEQ ' - ' AUD-DATA
                          ' ' AUD-PROGRAMA
                       DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM IMPRIME-OCORRENCIA
               ELSE
                   ADD 1 TO WRK-QTD-ANTIGOS
               END-IF
           ELSE
               SET WRK-NUMERACAO-INICIADA TO TRUE
               PERFORM CONFERE-SEQUENCIA
               PERFORM CONFERE-ELO
           END-IF.

       CONFERE-SEQUENCIA.
           IF AUD-SEQUENCIA > WRK-SEQ-ESPERADA
               ADD 1 TO WRK-QTD-LACUNAS
               COMPUTE WRK-FALTANTES =
                   AUD-SEQUENCIA - WRK-SEQ-ESPERADA
               ADD WRK-FALTANTES TO WRK-QTD-FALTANTES
               MOVE SPACES TO REL-LINHA
               STRING WRK-ORIGEM ' LACUNA - ESPERADO '
                      WRK-SEQ-ESPERADA ' LIDO ' AUD-SEQUENCIA
                      ' (' AUD-DATA ')'
                   DELIMITED BY SIZE INTO REL-LINHA
               PERFORM IMPRIME-OCORRENCIA
           END-IF.
           IF AUD-SEQUENCIA < WRK-SEQ-ESPERADA
               ADD 1 TO WRK-QTD-FORA-ORDEM
               MOVE SPACES TO REL-LINHA
               STRING WRK-ORIGEM ' FORA DE ORDEM/REPETIDO '
                      AUD-SEQUENCIA ' APOS ' WRK-MAIOR-SEQ
                   DELIMITED BY SIZE INTO REL-LINHA
               PERFORM IMPRIME-OCORRENCIA
           ELSE
               COMPUTE WRK-SEQ-ESPERADA = AUD-SEQUENCIA + 1
           END-IF.
           IF AUD-SEQUENCIA > WRK-MAIOR-SEQ
               MOVE AUD-SEQUENCIA   TO WRK-MAIOR-SEQ
               MOVE AUD-VERIFICADOR TO WRK-VERIF-ULTIMO
           END-IF.

       CONFERE-ELO.
           MOVE AUD-REGISTRO (1:96) TO WRK-AUC-IMAGEM.
           MOVE WRK-VERIF-ANTERIOR TO WRK-AUC-ANTERIOR.
           PERFORM CALCULA-VERIFICADOR.
           IF AUD-VERIFICADOR NOT NUMERIC
              OR WRK-AUC-VERIFICADOR NOT = AUD-VERIFICADOR
               ADD 1 TO WRK-QTD-ROMPIDOS
               MOVE SPACES TO REL-LINHA
               STRING WRK-ORIGEM ' ELO ROMPIDO NO REGISTRO '
                      AUD-SEQUENCIA ' ' AUD-DATA ' '
                      AUD-PROGRAMA
                   DELIMITED BY SIZE INTO REL-LINHA
               PERFORM IMPRIME-OCORRENCIA
           END-IF.
           IF AUD-VERIFICADOR IS NUMERIC
               MOVE AUD-VERIFICADOR TO WRK-VERIF-ANTERIOR
           ELSE
               MOVE WRK-AUC-VERIFICADOR TO WRK-VERIF-ANTERIOR
           END-IF.

      *****************************************************
      * CONFERE-CONTROLE - O AUDCTRL GUARDA O ULTIMO NUMERO
      * ENTREGUE; SE A TRILHA TERMINA ANTES DELE, OU SE O
      * ULTIMO REGISTRO NAO TEM O VERIFICADOR DO CONTROLE,
      * O FIM DA TRILHA FOI RETIRADO OU TROCADO
      *****************************************************
       CONFERE-CONTROLE.
           OPEN INPUT AUD-CONTROLE.
           IF WRK-AUD-CONTROLE-ST = '00'
               MOVE '1' TO ATC-CHAVE
               READ AUD-CONTROLE
                   INVALID KEY
                       MOVE ZEROS TO ATC-ULTIMA-SEQ
                   NOT INVALID KEY
                       PERFORM CONFRONTA-CONTROLE
               END-READ
               CLOSE AUD-CONTROLE
           ELSE
               IF WRK-NUMERACAO-INICIADA
                   MOVE SPACES TO REL-LINHA
                   STRING 'CONTROLE AUDCTRL AUSENTE COM A TRILHA '
                          'JA NUMERADA'
                       DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM IMPRIME-OCORRENCIA
               END-IF
           END-IF.

       CONFRONTA-CONTROLE.
           IF ATC-ULTIMA-SEQ > WRK-MAIOR-SEQ
               ADD 1 TO WRK-QTD-LACUNAS
               COMPUTE WRK-FALTANTES =
                   ATC-ULTIMA-SEQ - WRK-MAIOR-SEQ
               ADD WRK-FALTANTES TO WRK-QTD-FALTANTES
               MOVE SPACES TO REL-LINHA
               STRING 'FIM DA TRILHA AUSENTE - CONTROLE '
                      ATC-ULTIMA-SEQ ' TRILHA ' WRK-MAIOR-SEQ
                   DELIMITED BY SIZE INTO REL-LINHA
               PERFORM IMPRIME-OCORRENCIA
           ELSE
               IF ATC-ULTIMA-SEQ = WRK-MAIOR-SEQ
                  AND ATC-ULTIMO-VERIF NOT = WRK-VERIF-ULTIMO
                   ADD 1 TO WRK-QTD-ROMPIDOS
                   MOVE SPACES TO REL-LINHA
                   STRING 'ULTIMO REGISTRO ' WRK-MAIOR-SEQ
                          ' DIFERE DO CONTROLE AUDCTRL'
                       DELIMITED BY SIZE INTO REL-LINHA
                   PERFORM IMPRIME-OCORRENCIA
               END-IF
           END-IF.

       IMPRIME-OCORRENCIA.
           ADD 1 TO WRK-QTD-OCORRENCIAS.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ARQUIVO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'REGISTROS DO ARQUIVO MORTO.... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-TRILHA TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'REGISTROS DA TRILHA VIVA...... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ANTIGOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ANTERIORES A NUMERACAO........ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-MAIOR-SEQ TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ULTIMO NUMERO LIDO............ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-LACUNAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LACUNAS....................... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-FALTANTES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'REGISTROS FALTANTES........... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-FORA-ORDEM TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FORA DE ORDEM OU REPETIDOS.... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ROMPIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ELOS ROMPIDOS................. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-SEM-NUMERO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM NUMERACAO APOS O INICIO... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTD-OCORRENCIAS > ZEROS
               MOVE '*** TRILHA COM OCORRENCIAS - INVESTIGAR'
                   TO REL-LINHA
           ELSE
               MOVE 'TRILHA INTEGRA' TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.

           COPY ENCADAUD.
