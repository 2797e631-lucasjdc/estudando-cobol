      * (FREQUENC), QUE PASSA A ALIMENTAR A REGRA DOS 75
      * POR CENTO DO PROGCOB08 E DO PROGCOB14
      * DATA 2026-08-22
      * 2026-10-15 LC  DISCIPLINA DA AULA - CONFERIDA CONTRA
      * A GRADE CURRICULAR DO CURSO/SERIE DO ALUNO
      * (CURRIREG), GRAVADA NO DIARIO E ACUMULADA TAMBEM NA
      * FREQUENCIA POR DISCIPLINA (FREQDISC); EM BRANCO SO
      * ACUMULA A FREQUENCIA GERAL, COMO ANTES
      * 2026-10-15 LC  TURMA DA AULA - COM TURMA E DISCIPLINA
      * A SESSAO CREDITA AS HORAS-AULA AO PROFESSOR TITULAR
      * DA ATRIBUICAO (ATRIBUIC) OU AO SUBSTITUTO INFORMADO,
      * NO ARQUIVO AULADADA (PAGO PELO PROGC144); ALUNO DE
      * OUTRA TURMA E RECUSADO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DIARIO ASSIGN TO "DIARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DIARIO-STATUS.
           SELECT CURRICULO ASSIGN TO "CURRICUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUR-CHAVE
               FILE STATUS IS WRK-CURRICULO-ST.
           SELECT FREQ-DISCIPLINA ASSIGN TO "FREQDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-CHAVE
               FILE STATUS IS WRK-FREQ-DISCIPLINA-ST.
           SELECT ATRIBUICAO ASSIGN TO "ATRIBUIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATB-CHAVE
               FILE STATUS IS WRK-ATRIBUICAO-ST.
           SELECT PROFESSORES ASSIGN TO "PROFESSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-PROFESSORES-ST.
           SELECT AULAS-DADAS ASSIGN TO "AULADADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AULAS-DADAS-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNOS.
           02 DIA-DATA      PIC 9(08).
           02 DIA-MATRICULA PIC 9(06).
           02 DIA-PRESENCA  PIC X(01).
           02 DIA-DISCIPLINA PIC X(04).
           02 FILLER        PIC X(01).
       FD  CURRICULO.
           COPY CURRIREG.
       FD  FREQ-DISCIPLINA.
           COPY FRQDSREG.
       FD  ATRIBUICAO.
           COPY ATRIBREG.
       FD  PROFESSORES.
           COPY PROFREG.
       FD  AULAS-DADAS.
           COPY AULAREG.
       WORKING-STORAGE SECTION.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FREQUENCIA-ST    PIC X(02) VALUE SPACES.
       77 WRK-PRESENCA-SW PIC X(01) VALUE 'N'.
           88 WRK-PRESENCA-VALIDA VALUE 'S'.
       77 WRK-QTD-LANCADOS PIC 9(04) VALUE ZEROS.
       77 WRK-FREQ-DISCIPLINA-ST PIC X(02) VALUE SPACES.
       77 WRK-DISCIPLINA PIC X(04) VALUE SPACES.
       77 WRK-NA-GRADE-SW PIC X(01) VALUE 'N'.
           88 WRK-NA-GRADE VALUE 'S'.
       77 WRK-ATRIBUICAO-ST    PIC X(02) VALUE SPACES.
       77 WRK-PROFESSORES-ST   PIC X(02) VALUE SPACES.
       77 WRK-AULAS-DADAS-ST   PIC X(02) VALUE SPACES.
       77 WRK-TURMA            PIC X(03) VALUE SPACES.
       77 WRK-REGISTRA-AULA-SW PIC X(01) VALUE 'N'.
           88 WRK-REGISTRA-AULA VALUE 'S'.
       77 WRK-TITULAR          PIC 9(04) VALUE ZEROS.
       77 WRK-SUBSTITUTO       PIC 9(04) VALUE ZEROS.
       77 WRK-SUBSTITUTO-SW    PIC X(01) VALUE 'N'.
           88 WRK-SUBSTITUTO-VALIDO VALUE 'S'.
       77 WRK-SUBSTITUTO-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-SUBSTITUTO-OK VALUE 'S'.
       77 WRK-HORAS-AULA       PIC 9(01) VALUE ZEROS.
       77 WRK-HORAS-AULA-SW    PIC X(01) VALUE 'N'.
           88 WRK-HORAS-AULA-VALIDO VALUE 'S'.
           COPY GRADEWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB40' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT ALUNOS.
           OPEN I-O FREQUENCIA.
           OPEN EXTEND DIARIO.
           DISPLAY 'DATA DA AULA (AAAAMMDD).. '
           PERFORM CAPTURA-DATA-AULA UNTIL WRK-DATA-AULA-VALIDA.
           DISPLAY 'DISCIPLINA DA AULA (BRANCO = SEM DISCIPLINA).. '
           ACCEPT WRK-DISCIPLINA.
           IF WRK-DISCIPLINA NOT = SPACES
               OPEN I-O FREQ-DISCIPLINA
               IF WRK-FREQ-DISCIPLINA-ST NOT = '00'
                   CLOSE FREQ-DISCIPLINA
                   OPEN OUTPUT FREQ-DISCIPLINA
                   CLOSE FREQ-DISCIPLINA
                   OPEN I-O FREQ-DISCIPLINA
               END-IF
               PERFORM CAPTURA-TURMA-AULA
           END-IF.
           PERFORM REGISTRA-PRESENCA UNTIL WRK-MATRICULA = 999999.
           DISPLAY 'LANCAMENTOS DO DIA....... ' WRK-QTD-LANCADOS.
           IF WRK-REGISTRA-AULA AND WRK-QTD-LANCADOS > 0
               PERFORM GRAVA-AULA-DADA
           END-IF.
           CLOSE DIARIO.
           IF WRK-DISCIPLINA NOT = SPACES
               CLOSE FREQ-DISCIPLINA
           END-IF.
           CLOSE FREQUENCIA.
           CLOSE ALUNOS.
           GOBACK.
           END-IF.

       LANCA-PRESENCA.
           SET WRK-NA-GRADE TO TRUE.
           IF WRK-DISCIPLINA NOT = SPACES
               PERFORM CONFERE-GRADE-ALUNO
           END-IF.
           EVALUATE TRUE
               WHEN ALU-INATIVO
                   DISPLAY 'ALUNO INATIVO - LANCAMENTO RECUSADO'
               WHEN WRK-TURMA NOT = SPACES
                AND ALU-TURMA NOT = WRK-TURMA
                   DISPLAY 'ALUNO DA TURMA ' ALU-TURMA
                           ' - LANCAMENTO RECUSADO NA TURMA '
                           WRK-TURMA
               WHEN NOT WRK-NA-GRADE
                   DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA
                           ' FORA DA GRADE DO CURSO ' ALU-CURSO
                           ' SERIE ' ALU-SERIE
                           ' - LANCAMENTO RECUSADO'
               WHEN OTHER
                   DISPLAY 'PRESENCA (P) OU FALTA (F).. '
                   MOVE 'N' TO WRK-PRESENCA-SW
                   PERFORM CAPTURA-PRESENCA
                       UNTIL WRK-PRESENCA-VALIDA
                   PERFORM GRAVA-DIARIO
                   PERFORM ACUMULA-FREQUENCIA
                   IF WRK-DISCIPLINA NOT = SPACES
                       PERFORM ACUMULA-FREQ-DISCIPLINA
                   END-IF
                   ADD 1 TO WRK-QTD-LANCADOS
           END-EVALUATE.

      *****************************************************
      * CAPTURA-TURMA-AULA - COM A TURMA INFORMADA A SESSAO
      * VALE COMO AULA DADA DA TURMA/DISCIPLINA: O TITULAR
      * VEM DA ATRIBUICAO (ATRIBUIC) E O OPERADOR INFORMA
      * O SUBSTITUTO, SE HOUVER, E AS HORAS-AULA DA SESSAO.
      * SEM ATRIBUICAO O DIARIO SEGUE, SEM HORAS-AULA
      *****************************************************
       CAPTURA-TURMA-AULA.
           DISPLAY 'TURMA DA AULA (BRANCO = SEM HORAS-AULA).. '.
           ACCEPT WRK-TURMA.
           IF WRK-TURMA NOT = SPACES
               PERFORM IDENTIFICA-PROFESSOR-AULA
           END-IF.

       IDENTIFICA-PROFESSOR-AULA.
           OPEN INPUT ATRIBUICAO.
           IF WRK-ATRIBUICAO-ST = '00'
               MOVE WRK-TURMA TO ATB-TURMA
               MOVE WRK-DISCIPLINA TO ATB-DISCIPLINA
               READ ATRIBUICAO
                   INVALID KEY
                       DISPLAY 'DISCIPLINA SEM PROFESSOR ATRIBUIDO '
                               'NA TURMA - HORAS-AULA NAO '
                               'REGISTRADAS'
                   NOT INVALID KEY
                       SET WRK-REGISTRA-AULA TO TRUE
                       MOVE ATB-PROFESSOR TO WRK-TITULAR
               END-READ
               CLOSE ATRIBUICAO
           ELSE
               DISPLAY 'CADASTRO DE ATRIBUICOES INEXISTENTE - '
                       'HORAS-AULA NAO REGISTRADAS'
           END-IF.
           IF WRK-REGISTRA-AULA
               OPEN INPUT PROFESSORES
               MOVE WRK-TITULAR TO PRF-CODIGO
               READ PROFESSORES
                   INVALID KEY
                       MOVE SPACES TO PRF-NOME
               END-READ
               DISPLAY 'PROFESSOR TITULAR.. ' WRK-TITULAR
                       ' ' PRF-NOME
               DISPLAY 'PROFESSOR SUBSTITUTO (0 = AULA DADA PELO '
                       'TITULAR).. '
               PERFORM CAPTURA-SUBSTITUTO-VALIDO
                   UNTIL WRK-SUBSTITUTO-OK
               CLOSE PROFESSORES
               DISPLAY 'HORAS-AULA DA SESSAO (1 A 9).. '
               PERFORM CAPTURA-HORAS-SESSAO
                   UNTIL WRK-HORAS-AULA > 0
           END-IF.

       CAPTURA-SUBSTITUTO-VALIDO.
           MOVE 'N' TO WRK-SUBSTITUTO-SW.
           PERFORM CAPTURA-SUBSTITUTO UNTIL WRK-SUBSTITUTO-VALIDO.
           IF WRK-SUBSTITUTO = 0 OR WRK-SUBSTITUTO = WRK-TITULAR
               MOVE ZEROS TO WRK-SUBSTITUTO
               SET WRK-SUBSTITUTO-OK TO TRUE
           ELSE
               MOVE WRK-SUBSTITUTO TO PRF-CODIGO
               READ PROFESSORES
                   INVALID KEY
                       DISPLAY 'PROFESSOR NAO CADASTRADO'
                   NOT INVALID KEY
                       IF PRF-INATIVO
                           DISPLAY 'PROFESSOR INATIVO'
                       ELSE
                           DISPLAY 'SUBSTITUTO.. ' PRF-NOME
                           SET WRK-SUBSTITUTO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       CAPTURA-HORAS-SESSAO.
           MOVE 'N' TO WRK-HORAS-AULA-SW.
           PERFORM CAPTURA-HORAS-AULA UNTIL WRK-HORAS-AULA-VALIDO.
           IF WRK-HORAS-AULA = 0
               DISPLAY 'HORAS-AULA DEVEM SER DE 1 A 9'
           END-IF.

      *****************************************************
      * GRAVA-AULA-DADA - SO A SESSAO COM ALGUM LANCAMENTO
      * CONTA COMO AULA DADA
      *****************************************************
       GRAVA-AULA-DADA.
           MOVE WRK-DATA-AULA  TO AUL-DATA.
           MOVE WRK-TURMA      TO AUL-TURMA.
           MOVE WRK-DISCIPLINA TO AUL-DISCIPLINA.
           MOVE WRK-TITULAR    TO AUL-TITULAR.
           MOVE WRK-HORAS-AULA TO AUL-HORAS.
           IF WRK-SUBSTITUTO = 0
               MOVE WRK-TITULAR TO AUL-PROFESSOR
               SET AUL-REGULAR TO TRUE
           ELSE
               MOVE WRK-SUBSTITUTO TO AUL-PROFESSOR
               SET AUL-SUBSTITUICAO TO TRUE
           END-IF.
           OPEN EXTEND AULAS-DADAS.
           WRITE AUL-REGISTRO.
           CLOSE AULAS-DADAS.
           DISPLAY 'HORAS-AULA CREDITADAS AO PROFESSOR '
                   AUL-PROFESSOR '.. ' AUL-HORAS.

      *****************************************************
      * CONFERE-GRADE-ALUNO - A GRADE SO E RECARREGADA
      * QUANDO MUDA O CURSO/SERIE DO ALUNO DIGITADO
      *****************************************************
       CONFERE-GRADE-ALUNO.
           IF ALU-CURSO NOT = WRK-GRD-CURSO
              OR ALU-SERIE NOT = WRK-GRD-SERIE
              OR WRK-GRD-AUSENTE
               MOVE ALU-CURSO TO WRK-GRD-CURSO
               MOVE ALU-SERIE TO WRK-GRD-SERIE
               PERFORM CARREGA-GRADE
           END-IF.
           MOVE 'N' TO WRK-NA-GRADE-SW.
           IF WRK-GRD-ENCONTRADA
               PERFORM PROCURA-DISCIPLINA-GRADE
                   VARYING WRK-IDX-GRD FROM 1 BY 1
                   UNTIL WRK-IDX-GRD > WRK-GRD-QTD
                      OR WRK-NA-GRADE
           END-IF.

       PROCURA-DISCIPLINA-GRADE.
           IF WRK-GRD-CODIGO (WRK-IDX-GRD) = WRK-DISCIPLINA
               SET WRK-NA-GRADE TO TRUE
           END-IF.

       CAPTURA-PRESENCA.
           MOVE WRK-DATA-AULA TO DIA-DATA.
           MOVE WRK-MATRICULA TO DIA-MATRICULA.
           MOVE WRK-PRESENCA  TO DIA-PRESENCA.
           MOVE WRK-DISCIPLINA TO DIA-DISCIPLINA.
           WRITE DIA-REGISTRO.

       ACUMULA-FREQUENCIA.
                   REWRITE FRQ-REGISTRO
           END-READ.

       ACUMULA-FREQ-DISCIPLINA.
           MOVE WRK-MATRICULA TO FRD-MATRICULA.
           MOVE WRK-DISCIPLINA TO FRD-DISCIPLINA.
           READ FREQ-DISCIPLINA
               INVALID KEY
                   MOVE 1 TO FRD-AULAS-DADAS
                   IF WRK-PRESENCA = 'P'
                       MOVE 1 TO FRD-AULAS-PRESENTES
                   ELSE
                       MOVE ZEROS TO FRD-AULAS-PRESENTES
                   END-IF
                   WRITE FRD-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO FRD-AULAS-DADAS
                   IF WRK-PRESENCA = 'P'
                       ADD 1 TO FRD-AULAS-PRESENTES
                   END-IF
                   REWRITE FRD-REGISTRO
           END-READ.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-AULA
               VALIDNUM-CAMPO     BY WRK-DATA-AULA
               VALIDNUM-PARAGRAFO BY CAPTURA-MATRICULA
               VALIDNUM-CAMPO     BY WRK-MATRICULA
               VALIDNUM-CHAVE-SW  BY WRK-MATRICULA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-SUBSTITUTO
               VALIDNUM-CAMPO     BY WRK-SUBSTITUTO
               VALIDNUM-CHAVE-SW  BY WRK-SUBSTITUTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-HORAS-AULA
               VALIDNUM-CAMPO     BY WRK-HORAS-AULA
               VALIDNUM-CHAVE-SW  BY WRK-HORAS-AULA-SW.

           COPY CARGRADE.
