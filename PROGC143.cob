       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC143.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CADASTRO DE PROFESSORES (PROFESSO) E DA
      * ATRIBUICAO DE AULAS (ATRIBUIC) - CADA PROFESSOR E
      * LIGADO A SUA MATRICULA NO CADASTRO DE EMPREGADOS,
      * COM O VALOR DA HORA-AULA, E CADA DISCIPLINA DA GRADE
      * DE UMA TURMA RECEBE O SEU PROFESSOR TITULAR. O
      * DIARIO DE CLASSE (PROGCOB40) CREDITA AS AULAS AO
      * TITULAR OU AO SUBSTITUTO E O PROGC144 AS CONVERTE
      * EM TRANSACAO DA FOLHA NO FECHAMENTO DO MES
      * DATA 2026-10-15
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFESSORES ASSIGN TO "PROFESSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-PROFESSORES-ST.
           SELECT ATRIBUICAO ASSIGN TO "ATRIBUIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATB-CHAVE
               FILE STATUS IS WRK-ATRIBUICAO-ST.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT TURMAS ASSIGN TO "TURMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WRK-TURMAS-STATUS.
           SELECT CURRICULO ASSIGN TO "CURRICUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUR-CHAVE
               FILE STATUS IS WRK-CURRICULO-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROFESSORES.
           COPY PROFREG.
       FD  ATRIBUICAO.
           COPY ATRIBREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  TURMAS.
           COPY TURMAREG.
       FD  CURRICULO.
           COPY CURRIREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-PROFESSORES-ST   PIC X(02) VALUE SPACES.
       77 WRK-ATRIBUICAO-ST    PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-TURMAS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-PROFESSOR        PIC 9(04) VALUE ZEROS.
       77 WRK-PROFESSOR-SW     PIC X(01) VALUE 'N'.
           88 WRK-PROFESSOR-VALIDO VALUE 'S'.
       77 WRK-PRF-SW           PIC X(01) VALUE 'N'.
           88 WRK-PRF-EXISTE VALUE 'S'.
       77 WRK-PRF-OK-SW        PIC X(01) VALUE 'N'.
           88 WRK-PRF-OK VALUE 'S'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-SW     PIC X(01) VALUE 'N'.
           88 WRK-MATRICULA-VALIDO VALUE 'S'.
       77 WRK-EMP-OK-SW        PIC X(01) VALUE 'N'.
           88 WRK-EMP-OK VALUE 'S'.
       77 WRK-VALOR-AULA       PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR-AULA-SW    PIC X(01) VALUE 'N'.
           88 WRK-VALOR-AULA-VALIDO VALUE 'S'.
       77 WRK-VALOR-ED         PIC Z.ZZ9,99 VALUE ZEROS.
       77 WRK-TURMA            PIC X(03) VALUE SPACES.
       77 WRK-TUR-SW           PIC X(01) VALUE 'N'.
           88 WRK-TUR-ENCONTRADA VALUE 'S'.
       77 WRK-DISCIPLINA       PIC X(04) VALUE SPACES.
       77 WRK-NA-GRADE-SW      PIC X(01) VALUE 'N'.
           88 WRK-NA-GRADE VALUE 'S'.
       77 WRK-ATB-SW           PIC X(01) VALUE 'N'.
           88 WRK-ATB-EXISTE VALUE 'S'.
       77 WRK-FIM-ATRIBUICAO   PIC X(01) VALUE 'N'.
           88 WRK-FIM-ATRIBUICAO-OK VALUE 'S'.
       77 WRK-QTD-ATRIBUICOES  PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WRK-DETALHE          PIC X(10) VALUE SPACES.
           COPY GRADEWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC143' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O PROFESSORES.
           IF WRK-PROFESSORES-ST NOT = '00'
               CLOSE PROFESSORES
               OPEN OUTPUT PROFESSORES
               CLOSE PROFESSORES
               OPEN I-O PROFESSORES
           END-IF.
           OPEN I-O ATRIBUICAO.
           IF WRK-ATRIBUICAO-ST NOT = '00'
               CLOSE ATRIBUICAO
               OPEN OUTPUT ATRIBUICAO
               CLOSE ATRIBUICAO
               OPEN I-O ATRIBUICAO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'PROFESSORES E ATRIBUICAO DE AULAS'.
           DISPLAY '1-PROFESSOR 2-ATRIBUIR AULAS'.
           DISPLAY '3-CONSULTAR ATRIBUICOES DA TURMA'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE PROFESSORES
               CLOSE ATRIBUICAO
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM MANTEM-PROFESSOR
               WHEN 2
                   PERFORM ATRIBUI-AULAS
               WHEN 3
                   PERFORM CONSULTA-ATRIBUICOES
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE ATRIBUICAO.
           CLOSE PROFESSORES.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 3
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1 WHEN 2
                   SET ACE-ALTERAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * MANTEM-PROFESSOR - INCLUI O PROFESSOR OU, SE JA
      * EXISTIR E O OPERADOR CONFIRMAR, REDIGITA NOME,
      * MATRICULA E VALOR DA HORA-AULA E A SITUACAO. A
      * MATRICULA PRECISA EXISTIR NO CADASTRO DE EMPREGADOS
      * E NAO PODE ESTAR DESLIGADA - E NELA QUE A FOLHA
      * PAGA AS AULAS
      *****************************************************
       MANTEM-PROFESSOR.
           PERFORM CAPTURA-CODIGO-PROFESSOR UNTIL WRK-PROFESSOR > 0.
           MOVE WRK-PROFESSOR TO PRF-CODIGO.
           READ PROFESSORES
               INVALID KEY
                   MOVE 'N' TO WRK-PRF-SW
               NOT INVALID KEY
                   SET WRK-PRF-EXISTE TO TRUE
           END-READ.
           MOVE 'S' TO WRK-RESPOSTA.
           IF WRK-PRF-EXISTE
               MOVE PRF-VALOR-AULA TO WRK-VALOR-ED
               DISPLAY 'PROFESSOR JA CADASTRADO.. ' PRF-NOME
               DISPLAY 'MATRICULA ' PRF-MATRICULA
                       ' HORA-AULA ' WRK-VALOR-ED
                       ' SITUACAO ' PRF-STATUS
               DISPLAY 'ALTERAR (S/N).. '
               ACCEPT WRK-RESPOSTA
           END-IF.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               PERFORM GRAVA-PROFESSOR
           ELSE
               DISPLAY 'PROFESSOR NAO ALTERADO'
           END-IF.

       CAPTURA-CODIGO-PROFESSOR.
           DISPLAY 'CODIGO DO PROFESSOR.. '.
           MOVE 'N' TO WRK-PROFESSOR-SW.
           PERFORM CAPTURA-PROFESSOR UNTIL WRK-PROFESSOR-VALIDO.
           IF WRK-PROFESSOR = 0
               DISPLAY 'CODIGO DEVE SER MAIOR QUE ZERO'
           END-IF.

       GRAVA-PROFESSOR.
           MOVE WRK-PROFESSOR TO PRF-CODIGO.
           MOVE SPACES TO PRF-NOME.
           PERFORM CAPTURA-NOME-PROFESSOR UNTIL PRF-NOME NOT = SPACES.
           MOVE 'N' TO WRK-EMP-OK-SW.
           PERFORM CAPTURA-MATRICULA-EMPREGADO UNTIL WRK-EMP-OK.
           MOVE WRK-MATRICULA TO PRF-MATRICULA.
           MOVE ZEROS TO WRK-VALOR-AULA.
           PERFORM CAPTURA-VALOR-HORA-AULA UNTIL WRK-VALOR-AULA > 0.
           MOVE WRK-VALOR-AULA TO PRF-VALOR-AULA.
           IF WRK-PRF-EXISTE
               MOVE SPACES TO PRF-STATUS
               PERFORM CAPTURA-SITUACAO-PROFESSOR
                   UNTIL PRF-STATUS = 'A' OR PRF-STATUS = 'I'
               REWRITE PRF-REGISTRO
               DISPLAY 'PROFESSOR ALTERADO'
               MOVE 'ALTERADO' TO WRK-DETALHE
           ELSE
               SET PRF-ATIVO TO TRUE
               WRITE PRF-REGISTRO
               DISPLAY 'PROFESSOR INCLUIDO'
               MOVE 'INCLUIDO' TO WRK-DETALHE
           END-IF.
           PERFORM GRAVA-AUDITORIA-PROFESSOR.

       CAPTURA-NOME-PROFESSOR.
           DISPLAY 'NOME.. '.
           ACCEPT PRF-NOME.
           IF PRF-NOME = SPACES
               DISPLAY 'NOME OBRIGATORIO'
           END-IF.

       CAPTURA-MATRICULA-EMPREGADO.
           DISPLAY 'MATRICULA NO CADASTRO DE EMPREGADOS.. '.
           MOVE 'N' TO WRK-MATRICULA-SW.
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           OPEN INPUT EMPREGADOS.
           IF WRK-EMPREGADOS-ST NOT = '00'
               DISPLAY 'CADASTRO DE EMPREGADOS INEXISTENTE'
           ELSE
               MOVE WRK-MATRICULA TO EMP-MATRICULA
               READ EMPREGADOS
                   INVALID KEY
                       DISPLAY 'EMPREGADO NAO CADASTRADO'
                   NOT INVALID KEY
                       IF EMP-DESLIGADO
                           DISPLAY 'EMPREGADO DESLIGADO'
                       ELSE
                           DISPLAY 'EMPREGADO.. ' EMP-NOME
                           SET WRK-EMP-OK TO TRUE
                       END-IF
               END-READ
               CLOSE EMPREGADOS
           END-IF.

       CAPTURA-VALOR-HORA-AULA.
           DISPLAY 'VALOR DA HORA-AULA.. '.
           MOVE 'N' TO WRK-VALOR-AULA-SW.
           PERFORM CAPTURA-VALOR-AULA UNTIL WRK-VALOR-AULA-VALIDO.
           IF WRK-VALOR-AULA = 0
               DISPLAY 'VALOR DA HORA-AULA OBRIGATORIO'
           END-IF.

       CAPTURA-SITUACAO-PROFESSOR.
           DISPLAY 'SITUACAO (A-ATIVO I-INATIVO).. '.
           ACCEPT PRF-STATUS.
           IF PRF-STATUS NOT = 'A' AND PRF-STATUS NOT = 'I'
               DISPLAY 'SITUACAO INVALIDA - DIGITE A OU I'
           END-IF.

      *****************************************************
      * ATRIBUI-AULAS - A DISCIPLINA PRECISA ESTAR NA GRADE
      * DO CURSO/SERIE DA TURMA (CURRICUL) E O PROFESSOR
      * PRECISA ESTAR ATIVO; UMA ATRIBUICAO EXISTENTE SO E
      * TROCADA COM CONFIRMACAO E VALE PARA AS AULAS
      * LANCADAS DAQUI EM DIANTE
      *****************************************************
       ATRIBUI-AULAS.
           PERFORM CAPTURA-TURMA-DISCIPLINA.
           IF WRK-TUR-ENCONTRADA AND WRK-NA-GRADE
               PERFORM CONFIRMA-ATRIBUICAO
           END-IF.

       CAPTURA-TURMA-DISCIPLINA.
           MOVE 'N' TO WRK-NA-GRADE-SW.
           PERFORM LOCALIZA-TURMA.
           IF WRK-TUR-ENCONTRADA
               DISPLAY 'DISCIPLINA.. '
               ACCEPT WRK-DISCIPLINA
               MOVE TUR-CURSO TO WRK-GRD-CURSO
               MOVE TUR-SERIE TO WRK-GRD-SERIE
               PERFORM CARREGA-GRADE
               IF WRK-GRD-ENCONTRADA
                   PERFORM PROCURA-DISCIPLINA-GRADE
                       VARYING WRK-IDX-GRD FROM 1 BY 1
                       UNTIL WRK-IDX-GRD > WRK-GRD-QTD
                          OR WRK-NA-GRADE
               END-IF
               IF NOT WRK-NA-GRADE
                   DISPLAY 'DISCIPLINA ' WRK-DISCIPLINA
                           ' FORA DA GRADE DO CURSO ' TUR-CURSO
                           ' SERIE ' TUR-SERIE
               END-IF
           END-IF.

       LOCALIZA-TURMA.
           MOVE 'N' TO WRK-TUR-SW.
           DISPLAY 'TURMA.. '.
           ACCEPT WRK-TURMA.
           OPEN INPUT TURMAS.
           IF WRK-TURMAS-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE TURMAS INEXISTENTE'
           ELSE
               MOVE WRK-TURMA TO TUR-CODIGO
               READ TURMAS
                   INVALID KEY
                       DISPLAY 'TURMA NAO CADASTRADA'
                   NOT INVALID KEY
                       SET WRK-TUR-ENCONTRADA TO TRUE
               END-READ
               CLOSE TURMAS
           END-IF.

       PROCURA-DISCIPLINA-GRADE.
           IF WRK-GRD-CODIGO (WRK-IDX-GRD) = WRK-DISCIPLINA
               SET WRK-NA-GRADE TO TRUE
           END-IF.

       CONFIRMA-ATRIBUICAO.
           MOVE WRK-TURMA TO ATB-TURMA.
           MOVE WRK-DISCIPLINA TO ATB-DISCIPLINA.
           READ ATRIBUICAO
               INVALID KEY
                   MOVE 'N' TO WRK-ATB-SW
               NOT INVALID KEY
                   SET WRK-ATB-EXISTE TO TRUE
           END-READ.
           MOVE 'S' TO WRK-RESPOSTA.
           IF WRK-ATB-EXISTE
               DISPLAY 'TITULAR ATUAL.. ' ATB-PROFESSOR
                       ' DESDE ' ATB-DATA-INICIO
               DISPLAY 'TROCAR O PROFESSOR (S/N).. '
               ACCEPT WRK-RESPOSTA
           END-IF.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               PERFORM GRAVA-ATRIBUICAO
           ELSE
               DISPLAY 'ATRIBUICAO NAO ALTERADA'
           END-IF.

       GRAVA-ATRIBUICAO.
           DISPLAY 'PROFESSOR TITULAR.. '.
           MOVE 'N' TO WRK-PRF-OK-SW.
           PERFORM CAPTURA-PROFESSOR-ATIVO UNTIL WRK-PRF-OK.
           MOVE WRK-TURMA TO ATB-TURMA.
           MOVE WRK-DISCIPLINA TO ATB-DISCIPLINA.
           MOVE WRK-PROFESSOR TO ATB-PROFESSOR.
           MOVE WRK-DATA-HOJE TO ATB-DATA-INICIO.
           IF WRK-ATB-EXISTE
               REWRITE ATB-REGISTRO
               DISPLAY 'ATRIBUICAO ALTERADA'
               MOVE 'ALTERADA' TO WRK-DETALHE
           ELSE
               WRITE ATB-REGISTRO
               DISPLAY 'ATRIBUICAO INCLUIDA'
               MOVE 'INCLUIDA' TO WRK-DETALHE
           END-IF.
           PERFORM GRAVA-AUDITORIA-ATRIBUICAO.

       CAPTURA-PROFESSOR-ATIVO.
           MOVE 'N' TO WRK-PROFESSOR-SW.
           PERFORM CAPTURA-PROFESSOR UNTIL WRK-PROFESSOR-VALIDO.
           MOVE WRK-PROFESSOR TO PRF-CODIGO.
           READ PROFESSORES
               INVALID KEY
                   DISPLAY 'PROFESSOR NAO CADASTRADO'
               NOT INVALID KEY
                   IF PRF-INATIVO
                       DISPLAY 'PROFESSOR INATIVO'
                   ELSE
                       DISPLAY 'PROFESSOR.. ' PRF-NOME
                       SET WRK-PRF-OK TO TRUE
                   END-IF
           END-READ.

      *****************************************************
      * CONSULTA-ATRIBUICOES - LISTA NA TELA AS DISCIPLINAS
      * DA TURMA COM O PROFESSOR TITULAR DE CADA UMA
      *****************************************************
       CONSULTA-ATRIBUICOES.
           PERFORM LOCALIZA-TURMA.
           IF WRK-TUR-ENCONTRADA
               DISPLAY 'TURMA ' TUR-CODIGO ' ' TUR-CURSO
                       ' SERIE ' TUR-SERIE
               MOVE WRK-TURMA TO ATB-TURMA
               MOVE LOW-VALUES TO ATB-DISCIPLINA
               START ATRIBUICAO KEY IS NOT LESS THAN ATB-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ATRIBUICAO-OK TO TRUE
               END-START
               PERFORM LER-ATRIBUICAO
               PERFORM EXIBE-ATRIBUICAO
                   UNTIL WRK-FIM-ATRIBUICAO-OK
               IF WRK-QTD-ATRIBUICOES = 0
                   DISPLAY 'NENHUMA AULA ATRIBUIDA NA TURMA'
               END-IF
           END-IF.

       LER-ATRIBUICAO.
           IF NOT WRK-FIM-ATRIBUICAO-OK
               READ ATRIBUICAO NEXT
                   AT END
                       SET WRK-FIM-ATRIBUICAO-OK TO TRUE
                   NOT AT END
                       IF ATB-TURMA NOT = WRK-TURMA
                           SET WRK-FIM-ATRIBUICAO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       EXIBE-ATRIBUICAO.
           MOVE ATB-PROFESSOR TO PRF-CODIGO.
           READ PROFESSORES
               INVALID KEY
                   MOVE 'PROFESSOR NAO CADASTRADO' TO PRF-NOME
           END-READ.
           DISPLAY '  ' ATB-DISCIPLINA ' ' ATB-PROFESSOR
                   ' ' PRF-NOME ' DESDE ' ATB-DATA-INICIO.
           ADD 1 TO WRK-QTD-ATRIBUICOES.
           PERFORM LER-ATRIBUICAO.

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

       GRAVA-AUDITORIA-PROFESSOR.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC143' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'PROFESSOR ' PRF-CODIGO ' MATR=' PRF-MATRICULA
                  ' HORA-AULA=' PRF-VALOR-AULA ' ' PRF-STATUS
                  ' ' WRK-DETALHE
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

       GRAVA-AUDITORIA-ATRIBUICAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC143' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'ATRIBUICAO TURMA ' ATB-TURMA
                  ' DISC ' ATB-DISCIPLINA
                  ' PROF=' ATB-PROFESSOR ' ' WRK-DETALHE
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PROFESSOR
               VALIDNUM-CAMPO     BY WRK-PROFESSOR
               VALIDNUM-CHAVE-SW  BY WRK-PROFESSOR-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-MATRICULA
               VALIDNUM-CAMPO     BY WRK-MATRICULA
               VALIDNUM-CHAVE-SW  BY WRK-MATRICULA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR-AULA
               VALIDNUM-CAMPO     BY WRK-VALOR-AULA
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-AULA-SW.

           COPY CARGRADE.
