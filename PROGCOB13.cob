      * RECUPERACAO DE UM ALUNO SINALIZADO EM RECUPERACAO
      * PELO PROGCOB08, RECALCULANDO A SITUACAO FINAL
      * DATA 2026-08-09
      * 2026-10-15 LC  RECUPERACAO POR DISCIPLINA - LISTA AS
      * DISCIPLINAS PENDENTES DO ALUNO E PROCESSA A
      * INFORMADA (EM BRANCO, A RECUPERACAO DA MEDIA GERAL
      * DOS REGISTROS ANTIGOS); O RESULTADO VAI PARA O
      * HISTORICO COMO REGISTRO DA DISCIPLINA E A REPROVACAO
      * NELA E A QUE A PROMOCAO (PROGCOB84) CONTA COMO
      * DEPENDENCIA
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT RECUPERACAO ASSIGN TO "RECUPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-RECUPERACAO-ST.
           SELECT HISTORICO ASSIGN TO "HISTORIC"
               ORGANIZATION IS LINE SEQUENTIAL
       77 WRK-SITUACAO-FINAL   PIC X(15) VALUE SPACES.
       77 WRK-RECUP-SW         PIC X(01) VALUE 'N'.
           88 WRK-RECUP-ENCONTRADA VALUE 'S'.
       77 WRK-DISCIPLINA       PIC X(04) VALUE SPACES.
       77 WRK-QTD-PENDENTES    PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       01 WRK-DATA-PERIODO.
           02 WRK-PER-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-PER-MES PIC 9(02) VALUE ZEROS.
           02 WRK-PER-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SEMESTRE PIC 9(01) VALUE ZEROS.
           COPY ACESREG.

       PROCEDURE DIVISION.
           MOVE 'PROGCOB13' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O RECUPERACAO.

           DISPLAY 'MATRICULA DO ALUNO... '
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           PERFORM LISTA-PENDENTES.
           DISPLAY 'DISCIPLINA (BRANCO = MEDIA GERAL).. '
           ACCEPT WRK-DISCIPLINA.
           MOVE WRK-MATRICULA TO REC-MATRICULA.
           MOVE WRK-DISCIPLINA TO REC-DISCIPLINA.
           READ RECUPERACAO
               INVALID KEY
                   PERFORM RECUPERACAO-NAO-ENCONTRADA
           CLOSE RECUPERACAO.
           STOP RUN.

      *****************************************************
      * LISTA-PENDENTES - AS RECUPERACOES PENDENTES DA
      * MATRICULA, UMA POR DISCIPLINA, PARA O OPERADOR
      * ESCOLHER QUAL PROCESSAR
      *****************************************************
       LISTA-PENDENTES.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-MATRICULA TO REC-MATRICULA.
           MOVE LOW-VALUES TO REC-DISCIPLINA.
           START RECUPERACAO KEY >= REC-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-RECUPERACAO.
           PERFORM EXIBE-PENDENTE UNTIL WRK-FIM-ARQUIVO-OK.
           IF WRK-QTD-PENDENTES = 0
               DISPLAY 'NENHUMA RECUPERACAO PENDENTE PARA A MATRICULA'
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

       EXIBE-PENDENTE.
           IF REC-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               DISPLAY '  PENDENTE ' REC-DISCIPLINA ' ' REC-DIS-NOME
                       ' MEDIA ' REC-MEDIA-ORIGINAL
           END-IF.
           PERFORM LER-RECUPERACAO.

       PROCESSA-RECUPERACAO.
           DISPLAY 'DISCIPLINA........... ' REC-DISCIPLINA ' '
                   REC-DIS-NOME.
           DISPLAY 'MEDIA ORIGINAL....... ' REC-MEDIA-ORIGINAL.
           DISPLAY 'NOTA DA RECUPERACAO... '
           PERFORM CAPTURA-NOTA-RECUPERACAO
           END-IF.
           MOVE WRK-MEDIA-FINAL    TO HIS-MEDIA.
           MOVE WRK-SITUACAO-FINAL TO HIS-SITUACAO.
           MOVE SPACES             TO HIS-DADOS-DISCIPLINA.
           IF REC-DISCIPLINA NOT = SPACES
               MOVE REC-DISCIPLINA TO HIS-DISCIPLINA
               MOVE REC-DIS-NOME   TO HIS-DIS-NOME
               MOVE ZEROS          TO HIS-CARGA-HORARIA
               MOVE ZEROS          TO HIS-FREQUENCIA
           END-IF.
           OPEN EXTEND HISTORICO.
           WRITE HIS-REGISTRO.
           CLOSE HISTORICO.
