      * COM MEDIA E SITUACAO FINAL, EM ORDEM CRONOLOGICA,
      * COM OS DADOS DO ALUNO NO CABECALHO
      * DATA 2026-08-22
      * 2026-10-15 LC  DISCIPLINAS DE CADA PERIODO (CARGA
      * HORARIA, MEDIA, FREQUENCIA E SITUACAO) ANTES DA
      * LINHA CONSOLIDADA, RECUPERACOES POR DISCIPLINA E AS
      * DEPENDENCIAS GRAVADAS NA PROMOCAO (DEPENDEN)
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-HISTORICO-STATUS.
           SELECT RECUPERACAO ASSIGN TO "RECUPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-RECUPERACAO-ST.
           SELECT DEPENDENCIAS ASSIGN TO "DEPENDEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPENDENCIAS-ST.
           SELECT TRANSCRITO ASSIGN TO "HISTESCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TRANSCRITO-ST.
           COPY HISTREG.
       FD  RECUPERACAO.
           COPY RECUPREG.
       FD  DEPENDENCIAS.
           COPY DEPENREG.
       FD  TRANSCRITO.
       01  TRC-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-ALUNO-SW   PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-ENCONTRADO VALUE 'S'.
       77 WRK-QTD-PERIODOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DISCIPLINAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DEPENDENCIAS PIC 9(03) VALUE ZEROS.
       77 WRK-DEPENDENCIAS-ST PIC X(02) VALUE SPACES.
       77 WRK-MEDIA-ED     PIC Z9,9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB41' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT ALUNOS.
           DISPLAY 'MATRICULA DO ALUNO.. '
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           PERFORM LER-HISTORICO.
           PERFORM PROCESSA-HISTORICO UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-RECUPERACAO.
           PERFORM IMPRIME-DEPENDENCIAS.
           PERFORM IMPRIME-RODAPE.
           CLOSE TRANSCRITO.
           CLOSE HISTORICO.

       PROCESSA-HISTORICO.
           IF HIS-MATRICULA = WRK-MATRICULA
               IF HIS-DISCIPLINA = SPACES
                   PERFORM IMPRIME-LINHA-PERIODO
               ELSE
                   PERFORM IMPRIME-LINHA-DISCIPLINA
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

               DELIMITED BY SIZE INTO TRC-LINHA.
           WRITE TRC-LINHA.

      *****************************************************
      * IMPRIME-LINHA-DISCIPLINA - REGISTRO DE DISCIPLINA DO
      * BOLETIM (COM CARGA HORARIA) OU RESULTADO DA
      * RECUPERACAO DA DISCIPLINA (CARGA ZERADA, PROGCOB13)
      *****************************************************
       IMPRIME-LINHA-DISCIPLINA.
           ADD 1 TO WRK-QTD-DISCIPLINAS.
           MOVE HIS-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO TRC-LINHA.
           IF HIS-CARGA-HORARIA > 0
               STRING '   ' HIS-DISCIPLINA ' ' HIS-DIS-NOME
                      ' CH ' HIS-CARGA-HORARIA
                      ' MEDIA ' WRK-MEDIA-ED
                      ' FREQ ' HIS-FREQUENCIA '%'
                      ' ' HIS-SITUACAO
                   DELIMITED BY SIZE INTO TRC-LINHA
           ELSE
               STRING '   ' HIS-DISCIPLINA ' ' HIS-DIS-NOME
                      ' REC. ' HIS-ANO '/' HIS-SEMESTRE
                      ' MEDIA ' WRK-MEDIA-ED
                      ' ' HIS-SITUACAO
                   DELIMITED BY SIZE INTO TRC-LINHA
           END-IF.
           WRITE TRC-LINHA.

      *****************************************************
      * IMPRIME-RECUPERACAO - TODAS AS RECUPERACOES DA
      * MATRICULA, UMA POR DISCIPLINA
      *****************************************************
       IMPRIME-RECUPERACAO.
           OPEN INPUT RECUPERACAO.
           IF WRK-RECUPERACAO-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-MATRICULA TO REC-MATRICULA
               MOVE LOW-VALUES TO REC-DISCIPLINA
               START RECUPERACAO KEY >= REC-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-START
               PERFORM LER-RECUPERACAO
               PERFORM IMPRIME-LINHA-RECUPERACAO
                   UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE RECUPERACAO
           END-IF.

       LER-RECUPERACAO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ RECUPERACAO NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.
           IF NOT WRK-FIM-ARQUIVO-OK
               IF REC-MATRICULA NOT = WRK-MATRICULA
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-IF
           END-IF.

       IMPRIME-LINHA-RECUPERACAO.
           MOVE SPACES TO TRC-LINHA.
           IF REC-PENDENTE
               STRING 'RECUPERACAO PENDENTE ' REC-DISCIPLINA ' '
                   REC-DIS-NOME ' - MEDIA ORIGINAL '
                   REC-MEDIA-ORIGINAL
                   DELIMITED BY SIZE INTO TRC-LINHA
           ELSE
               STRING 'RECUPERACAO PROCESSADA ' REC-DISCIPLINA ' '
                   REC-DIS-NOME ' - MEDIA ORIGINAL '
                   REC-MEDIA-ORIGINAL
                   DELIMITED BY SIZE INTO TRC-LINHA
           END-IF.
           WRITE TRC-LINHA.
           PERFORM LER-RECUPERACAO.

      *****************************************************
      * IMPRIME-DEPENDENCIAS - DISCIPLINAS EM QUE O ALUNO
      * FOI PROMOVIDO SEM APROVACAO (PROGCOB84)
      *****************************************************
       IMPRIME-DEPENDENCIAS.
           OPEN INPUT DEPENDENCIAS.
           IF WRK-DEPENDENCIAS-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-DEPENDENCIA
               PERFORM PROCESSA-DEPENDENCIA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE DEPENDENCIAS
           END-IF.

       LER-DEPENDENCIA.
           READ DEPENDENCIAS
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       PROCESSA-DEPENDENCIA.
           IF DPD-MATRICULA = WRK-MATRICULA
               ADD 1 TO WRK-QTD-DEPENDENCIAS
               MOVE DPD-MEDIA TO WRK-MEDIA-ED
               MOVE SPACES TO TRC-LINHA
               IF DPD-CUMPRIDA
                   STRING 'DEPENDENCIA ' DPD-ANO ' SERIE ' DPD-SERIE
                          ' ' DPD-DISCIPLINA ' ' DPD-DIS-NOME
                          ' MEDIA ' WRK-MEDIA-ED ' CUMPRIDA'
                       DELIMITED BY SIZE INTO TRC-LINHA
               ELSE
                   STRING 'DEPENDENCIA ' DPD-ANO ' SERIE ' DPD-SERIE
                          ' ' DPD-DISCIPLINA ' ' DPD-DIS-NOME
                          ' MEDIA ' WRK-MEDIA-ED ' PENDENTE'
                       DELIMITED BY SIZE INTO TRC-LINHA
               END-IF
               WRITE TRC-LINHA
           END-IF.
           PERFORM LER-DEPENDENCIA.

       IMPRIME-RODAPE.
           MOVE ALL '-' TO TRC-LINHA.
           STRING 'PERIODOS REGISTRADOS.. ' WRK-QTD-PERIODOS
               DELIMITED BY SIZE INTO TRC-LINHA.
           WRITE TRC-LINHA.
           MOVE SPACES TO TRC-LINHA.
           STRING 'DISCIPLINAS CURSADAS.. ' WRK-QTD-DISCIPLINAS
               DELIMITED BY SIZE INTO TRC-LINHA.
           WRITE TRC-LINHA.
           MOVE SPACES TO TRC-LINHA.
           STRING 'DEPENDENCIAS.......... ' WRK-QTD-DEPENDENCIAS
               DELIMITED BY SIZE INTO TRC-LINHA.
           WRITE TRC-LINHA.
           MOVE ALL '=' TO TRC-LINHA.
           WRITE TRC-LINHA.

