       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC142.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CADASTRO DA GRADE CURRICULAR (CURRICUL) -
      * PARA CADA CURSO E SERIE DO CADASTRO DE ALUNOS, AS
      * DISCIPLINAS (CODIGO E NOME) E A CARGA HORARIA
      * SEMANAL DE CADA UMA, E A CONSULTA DA GRADE. E A
      * GRADE QUE O BOLETIM (PROGCOB08), O DIARIO DE CLASSE
      * (PROGCOB40) E A RECUPERACAO (PROGCOB13) SEGUEM
      * DISCIPLINA A DISCIPLINA
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
       FD  CURRICULO.
           COPY CURRIREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-CURRICULO-ST     PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-CURSO            PIC X(10) VALUE SPACES.
       77 WRK-SERIE            PIC 9(02) VALUE ZEROS.
       77 WRK-SERIE-SW         PIC X(01) VALUE 'N'.
           88 WRK-SERIE-VALIDO VALUE 'S'.
       77 WRK-QTD-DISCIPLINAS  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DISCIPLINAS-SW PIC X(01) VALUE 'N'.
           88 WRK-QTD-DISCIPLINAS-VALIDO VALUE 'S'.
       77 WRK-DISC             PIC 9(02) VALUE ZEROS.
       77 WRK-DISC-ANT         PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO           PIC X(04) VALUE SPACES.
       77 WRK-CODIGO-SW        PIC X(01) VALUE 'N'.
           88 WRK-CODIGO-VALIDO VALUE 'S'.
       77 WRK-REPETIDO-SW      PIC X(01) VALUE 'N'.
           88 WRK-CODIGO-REPETIDO VALUE 'S'.
       77 WRK-CARGA            PIC 9(02) VALUE ZEROS.
       77 WRK-CARGA-SW         PIC X(01) VALUE 'N'.
           88 WRK-CARGA-VALIDO VALUE 'S'.
       77 WRK-CARGA-TOTAL      PIC 9(03) VALUE ZEROS.
       77 WRK-GRADE-EXISTE-SW  PIC X(01) VALUE 'N'.
           88 WRK-GRADE-EXISTE VALUE 'S'.
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WRK-DETALHE          PIC X(10) VALUE SPACES.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC142' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O CURRICULO.
           IF WRK-CURRICULO-ST NOT = '00'
               CLOSE CURRICULO
               OPEN OUTPUT CURRICULO
               CLOSE CURRICULO
               OPEN I-O CURRICULO
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'GRADE CURRICULAR POR CURSO E SERIE'.
           DISPLAY '1-INCLUIR/ALTERAR 2-CONSULTAR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE CURRICULO
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM MANTEM-GRADE
               WHEN 2
                   PERFORM CONSULTA-GRADE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE CURRICULO.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 2
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-ALTERAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * CAPTURA-CURSO-SERIE - CHAVE DA GRADE, NOS MESMOS
      * TERMOS DE ALU-CURSO E ALU-SERIE DO CADASTRO DE
      * ALUNOS
      *****************************************************
       CAPTURA-CURSO-SERIE.
           MOVE SPACES TO WRK-CURSO.
           PERFORM CAPTURA-CURSO UNTIL WRK-CURSO NOT = SPACES.
           DISPLAY 'SERIE.. '.
           PERFORM CAPTURA-SERIE UNTIL WRK-SERIE-VALIDO.
           MOVE WRK-CURSO TO CUR-CURSO.
           MOVE WRK-SERIE TO CUR-SERIE.
           READ CURRICULO
               INVALID KEY
                   MOVE 'N' TO WRK-GRADE-EXISTE-SW
               NOT INVALID KEY
                   SET WRK-GRADE-EXISTE TO TRUE
           END-READ.

       CAPTURA-CURSO.
           DISPLAY 'CURSO.. '.
           ACCEPT WRK-CURSO.
           IF WRK-CURSO = SPACES
               DISPLAY 'CURSO OBRIGATORIO'
           END-IF.

      *****************************************************
      * MANTEM-GRADE - INCLUI A GRADE OU, SE JA EXISTIR E O
      * OPERADOR CONFIRMAR, REDIGITA TODAS AS DISCIPLINAS
      * (ATE 15, CODIGO SEM REPETICAO, CARGA HORARIA
      * SEMANAL DE 1 A 40). A GRADE NOVA VALE PARA OS
      * LANCAMENTOS DAQUI EM DIANTE - O HISTORICO JA
      * GRAVADO GUARDA O NOME E A CARGA DE CADA DISCIPLINA
      *****************************************************
       MANTEM-GRADE.
           PERFORM CAPTURA-CURSO-SERIE.
           MOVE 'S' TO WRK-RESPOSTA.
           IF WRK-GRADE-EXISTE
               DISPLAY 'GRADE JA CADASTRADA COM '
                       CUR-QTD-DISCIPLINAS ' DISCIPLINAS'
               DISPLAY 'ALTERAR (S/N).. '
               ACCEPT WRK-RESPOSTA
           END-IF.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               PERFORM GRAVA-GRADE
           ELSE
               DISPLAY 'GRADE NAO ALTERADA'
           END-IF.

       GRAVA-GRADE.
           DISPLAY 'QUANTIDADE DE DISCIPLINAS (1 A 15).. '.
           PERFORM CAPTURA-QTD-GRADE
               UNTIL WRK-QTD-DISCIPLINAS > 0
                 AND WRK-QTD-DISCIPLINAS < 16.
           MOVE WRK-CURSO TO CUR-CURSO.
           MOVE WRK-SERIE TO CUR-SERIE.
           MOVE WRK-QTD-DISCIPLINAS TO CUR-QTD-DISCIPLINAS.
           PERFORM LIMPA-DISCIPLINA
               VARYING WRK-DISC FROM 1 BY 1 UNTIL WRK-DISC > 15.
           MOVE ZEROS TO WRK-CARGA-TOTAL.
           PERFORM CAPTURA-DISCIPLINA
               VARYING WRK-DISC FROM 1 BY 1
               UNTIL WRK-DISC > WRK-QTD-DISCIPLINAS.
           IF WRK-GRADE-EXISTE
               REWRITE CUR-REGISTRO
               DISPLAY 'GRADE ALTERADA'
               MOVE 'ALTERADA' TO WRK-DETALHE
           ELSE
               WRITE CUR-REGISTRO
               DISPLAY 'GRADE INCLUIDA'
               MOVE 'INCLUIDA' TO WRK-DETALHE
           END-IF.
           DISPLAY 'CARGA HORARIA SEMANAL TOTAL.. ' WRK-CARGA-TOTAL.
           PERFORM GRAVA-AUDITORIA.

       CAPTURA-QTD-GRADE.
           MOVE 'N' TO WRK-QTD-DISCIPLINAS-SW.
           PERFORM CAPTURA-QTD-DISCIPLINAS
               UNTIL WRK-QTD-DISCIPLINAS-VALIDO.
           IF WRK-QTD-DISCIPLINAS = 0 OR WRK-QTD-DISCIPLINAS > 15
               DISPLAY 'QUANTIDADE DE DISCIPLINAS DEVE SER DE 1 A 15'
           END-IF.

       LIMPA-DISCIPLINA.
           MOVE SPACES TO CUR-DIS-CODIGO (WRK-DISC).
           MOVE SPACES TO CUR-DIS-NOME (WRK-DISC).
           MOVE ZEROS TO CUR-DIS-CARGA (WRK-DISC).

       CAPTURA-DISCIPLINA.
           MOVE 'N' TO WRK-CODIGO-SW.
           PERFORM CAPTURA-CODIGO UNTIL WRK-CODIGO-VALIDO.
           MOVE WRK-CODIGO TO CUR-DIS-CODIGO (WRK-DISC).
           DISPLAY 'DISCIPLINA ' WRK-DISC ' - NOME.. '.
           ACCEPT CUR-DIS-NOME (WRK-DISC).
           MOVE ZEROS TO WRK-CARGA.
           PERFORM CAPTURA-CARGA-DISCIPLINA
               UNTIL WRK-CARGA > 0 AND WRK-CARGA < 41.
           MOVE WRK-CARGA TO CUR-DIS-CARGA (WRK-DISC).
           ADD WRK-CARGA TO WRK-CARGA-TOTAL.

       CAPTURA-CODIGO.
           DISPLAY 'DISCIPLINA ' WRK-DISC ' - CODIGO.. '.
           ACCEPT WRK-CODIGO.
           MOVE 'N' TO WRK-REPETIDO-SW.
           PERFORM PROCURA-CODIGO-REPETIDO
               VARYING WRK-DISC-ANT FROM 1 BY 1
               UNTIL WRK-DISC-ANT NOT < WRK-DISC
                  OR WRK-CODIGO-REPETIDO.
           EVALUATE TRUE
               WHEN WRK-CODIGO = SPACES
                   DISPLAY 'CODIGO OBRIGATORIO'
               WHEN WRK-CODIGO-REPETIDO
                   DISPLAY 'CODIGO JA INFORMADO NESTA GRADE'
               WHEN OTHER
                   SET WRK-CODIGO-VALIDO TO TRUE
           END-EVALUATE.

       PROCURA-CODIGO-REPETIDO.
           IF CUR-DIS-CODIGO (WRK-DISC-ANT) = WRK-CODIGO
               SET WRK-CODIGO-REPETIDO TO TRUE
           END-IF.

       CAPTURA-CARGA-DISCIPLINA.
           DISPLAY 'DISCIPLINA ' WRK-DISC
                   ' - AULAS POR SEMANA (1 A 40).. '.
           MOVE 'N' TO WRK-CARGA-SW.
           PERFORM CAPTURA-CARGA UNTIL WRK-CARGA-VALIDO.
           IF WRK-CARGA = 0 OR WRK-CARGA > 40
               DISPLAY 'CARGA HORARIA DEVE SER DE 1 A 40'
           END-IF.

      *****************************************************
      * CONSULTA-GRADE - LISTA NA TELA AS DISCIPLINAS DA
      * GRADE DO CURSO E SERIE INFORMADOS
      *****************************************************
       CONSULTA-GRADE.
           PERFORM CAPTURA-CURSO-SERIE.
           IF WRK-GRADE-EXISTE
               DISPLAY 'GRADE ' CUR-CURSO ' SERIE ' CUR-SERIE
               MOVE ZEROS TO WRK-CARGA-TOTAL
               PERFORM EXIBE-DISCIPLINA
                   VARYING WRK-DISC FROM 1 BY 1
                   UNTIL WRK-DISC > CUR-QTD-DISCIPLINAS
               DISPLAY 'CARGA HORARIA SEMANAL TOTAL.. '
                       WRK-CARGA-TOTAL
           ELSE
               DISPLAY 'GRADE NAO CADASTRADA'
           END-IF.

       EXIBE-DISCIPLINA.
           DISPLAY '  ' CUR-DIS-CODIGO (WRK-DISC)
                   ' ' CUR-DIS-NOME (WRK-DISC)
                   ' ' CUR-DIS-CARGA (WRK-DISC) ' AULAS/SEMANA'.
           ADD CUR-DIS-CARGA (WRK-DISC) TO WRK-CARGA-TOTAL.

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
           MOVE 'PROGC142' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'GRADE ' WRK-CURSO ' SERIE ' WRK-SERIE
                  ' DISC=' WRK-QTD-DISCIPLINAS ' ' WRK-DETALHE
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
               VALIDNUM-PARAGRAFO BY CAPTURA-SERIE
               VALIDNUM-CAMPO     BY WRK-SERIE
               VALIDNUM-CHAVE-SW  BY WRK-SERIE-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-QTD-DISCIPLINAS
               VALIDNUM-CAMPO     BY WRK-QTD-DISCIPLINAS
               VALIDNUM-CHAVE-SW  BY WRK-QTD-DISCIPLINAS-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CARGA
               VALIDNUM-CAMPO     BY WRK-CARGA
               VALIDNUM-CHAVE-SW  BY WRK-CARGA-SW.
