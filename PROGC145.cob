       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC145.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: BOLSAS E DESCONTOS DE MENSALIDADE POR ALUNO
      * (BOLSAS) - MERITO, SOCIAL, IRMAO OU FILHO DE
      * FUNCIONARIO, EM PERCENTUAL OU VALOR FIXO, COM AS
      * COMPETENCIAS DE INICIO E FIM. A CONCESSAO ENTRA
      * PENDENTE E SEGUE PARA A FILA DE APROVACAO (APROVACO
      * TIPO B, PROGCOB93); SO A BOLSA APROVADA E DESCONTADA
      * PELO FATURAMENTO DAS MENSALIDADES (PROGCOB82). O
      * ENCERRAMENTO ANTECIPADO SO REDUZ O BENEFICIO E NAO
      * PASSA PELA FILA
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
           SELECT BOLSAS ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLS-CHAVE
               FILE STATUS IS WRK-BOLSAS-ST.
           SELECT ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT APROVACOES ASSIGN TO "APROVACO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APV-SEQ
               FILE STATUS IS WRK-APROVACOES-ST.
           SELECT AP-CONTROLE ASSIGN TO "APCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APC-CHAVE
               FILE STATUS IS WRK-AP-CONTROLE-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BOLSAS.
           COPY BOLSAREG.
       FD  ALUNOS.
           COPY ALUNOREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  APROVACOES.
           COPY APROVREG.
       FD  AP-CONTROLE.
           COPY APCTLREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-BOLSAS-ST        PIC X(02) VALUE SPACES.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-APROVACOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-AP-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-SW     PIC X(01) VALUE 'N'.
           88 WRK-MATRICULA-VALIDO VALUE 'S'.
       77 WRK-ALU-SW           PIC X(01) VALUE 'N'.
           88 WRK-ALU-OK VALUE 'S'.
       77 WRK-REFERENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-REFERENCIA-SW    PIC X(01) VALUE 'N'.
           88 WRK-REFERENCIA-VALIDO VALUE 'S'.
       77 WRK-REF-SW           PIC X(01) VALUE 'N'.
           88 WRK-REF-OK VALUE 'S'.
       77 WRK-SEQ              PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-SW           PIC X(01) VALUE 'N'.
           88 WRK-SEQ-VALIDO VALUE 'S'.
       77 WRK-ULTIMA-SEQ       PIC 9(02) VALUE ZEROS.
       77 WRK-TIPO             PIC X(01) VALUE SPACES.
       77 WRK-MODO             PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
       77 WRK-PERCENTUAL       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL-SW    PIC X(01) VALUE 'N'.
           88 WRK-PERCENTUAL-VALIDO VALUE 'S'.
       77 WRK-VALOR            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-SW         PIC X(01) VALUE 'N'.
           88 WRK-VALOR-VALIDO VALUE 'S'.
       77 WRK-DESCONTO-SW      PIC X(01) VALUE 'N'.
           88 WRK-DESCONTO-OK VALUE 'S'.
       01 WRK-COMP-INICIO      PIC 9(06) VALUE ZEROS.
       01 WRK-COMP-INICIO-R REDEFINES WRK-COMP-INICIO.
           02 WRK-INI-ANO      PIC 9(04).
           02 WRK-INI-MES      PIC 9(02).
       77 WRK-COMP-INICIO-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMP-INICIO-VALIDO VALUE 'S'.
       01 WRK-COMP-FIM         PIC 9(06) VALUE ZEROS.
       01 WRK-COMP-FIM-R REDEFINES WRK-COMP-FIM.
           02 WRK-FIM-ANO      PIC 9(04).
           02 WRK-FIM-MES      PIC 9(02).
       77 WRK-COMP-FIM-SW      PIC X(01) VALUE 'N'.
           88 WRK-COMP-FIM-VALIDO VALUE 'S'.
       77 WRK-PERIODO-SW       PIC X(01) VALUE 'N'.
           88 WRK-PERIODO-OK VALUE 'S'.
       77 WRK-CONFLITO-SW      PIC X(01) VALUE 'N'.
           88 WRK-CONFLITO VALUE 'S'.
       77 WRK-BLS-SW           PIC X(01) VALUE 'N'.
           88 WRK-BLS-EXISTE VALUE 'S'.
       77 WRK-FIM-BOLSA        PIC X(01) VALUE 'N'.
           88 WRK-FIM-BOLSA-OK VALUE 'S'.
       77 WRK-QTD-BOLSAS       PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-APROVACAO    PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HOJE.
           02 WRK-HOJE-ANO PIC 9(04).
           02 WRK-HOJE-MES PIC 9(02).
           02 WRK-HOJE-DIA PIC 9(02).
       77 WRK-DATA-HOJE-N      PIC 9(08) VALUE ZEROS.
       77 WRK-COMP-ATUAL       PIC 9(06) VALUE ZEROS.
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WRK-DETALHE          PIC X(10) VALUE SPACES.
       77 WRK-TIPO-DESC        PIC X(18) VALUE SPACES.
       77 WRK-PERCENTUAL-ED    PIC ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC145' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O BOLSAS.
           IF WRK-BOLSAS-ST NOT = '00'
               CLOSE BOLSAS
               OPEN OUTPUT BOLSAS
               CLOSE BOLSAS
               OPEN I-O BOLSAS
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-N.
           COMPUTE WRK-COMP-ATUAL = WRK-HOJE-ANO * 100 + WRK-HOJE-MES.
           DISPLAY '===================================='.
           DISPLAY 'BOLSAS E DESCONTOS DE MENSALIDADE'.
           DISPLAY '1-SOLICITAR BOLSA 2-ENCERRAR BOLSA'.
           DISPLAY '3-CONSULTAR BOLSAS DO ALUNO'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE BOLSAS
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM SOLICITA-BOLSA
               WHEN 2
                   PERFORM ENCERRA-BOLSA
               WHEN 3
                   PERFORM CONSULTA-BOLSAS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE BOLSAS.
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
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * SOLICITA-BOLSA - O ALUNO PRECISA ESTAR ATIVO; IRMAO
      * EXIGE A MATRICULA DE OUTRO ALUNO ATIVO E FILHO DE
      * FUNCIONARIO A MATRICULA DE UM EMPREGADO NAO
      * DESLIGADO. A VIGENCIA COMECA NA COMPETENCIA ATUAL OU
      * DEPOIS E NAO PODE SOBREPOR OUTRA BOLSA DO MESMO TIPO
      * PENDENTE OU APROVADA PARA O ALUNO. CONFIRMADA, A
      * BOLSA E GRAVADA PENDENTE E SEGUE PARA A FILA
      *****************************************************
       SOLICITA-BOLSA.
           PERFORM LOCALIZA-ALUNO.
           IF WRK-ALU-OK
               PERFORM PROXIMA-SEQUENCIA
               IF WRK-ULTIMA-SEQ = 99
                   DISPLAY 'ALUNO JA TEM 99 BOLSAS REGISTRADAS'
               ELSE
                   PERFORM CAPTURA-DADOS-BOLSA
               END-IF
           END-IF.

       LOCALIZA-ALUNO.
           MOVE 'N' TO WRK-ALU-SW.
           DISPLAY 'MATRICULA DO ALUNO.. '.
           MOVE 'N' TO WRK-MATRICULA-SW.
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           OPEN INPUT ALUNOS.
           IF WRK-ALUNOS-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS INEXISTENTE'
           ELSE
               MOVE WRK-MATRICULA TO ALU-MATRICULA
               READ ALUNOS
                   INVALID KEY
                       DISPLAY 'ALUNO NAO CADASTRADO'
                   NOT INVALID KEY
                       IF ALU-INATIVO
                           DISPLAY 'ALUNO INATIVO'
                       ELSE
                           DISPLAY 'ALUNO.. ' ALU-NOME
                           DISPLAY 'CURSO ' ALU-CURSO
                                   ' SERIE ' ALU-SERIE
                           SET WRK-ALU-OK TO TRUE
                       END-IF
               END-READ
               CLOSE ALUNOS
           END-IF.

       PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           PERFORM POSICIONA-BOLSAS.
           PERFORM GUARDA-SEQUENCIA UNTIL WRK-FIM-BOLSA-OK.

       GUARDA-SEQUENCIA.
           MOVE BLS-SEQ TO WRK-ULTIMA-SEQ.
           PERFORM LER-BOLSA.

       CAPTURA-DADOS-BOLSA.
           MOVE SPACES TO WRK-TIPO.
           PERFORM CAPTURA-TIPO-BOLSA
               UNTIL WRK-TIPO = 'M' OR WRK-TIPO = 'S'
                  OR WRK-TIPO = 'I' OR WRK-TIPO = 'F'.
           MOVE ZEROS TO WRK-REFERENCIA.
           IF WRK-TIPO = 'I' OR WRK-TIPO = 'F'
               MOVE 'N' TO WRK-REF-SW
               PERFORM CAPTURA-REFERENCIA-BOLSA UNTIL WRK-REF-OK
           END-IF.
           MOVE SPACES TO WRK-MODO.
           PERFORM CAPTURA-MODO-BOLSA
               UNTIL WRK-MODO = 'P' OR WRK-MODO = 'V'.
           MOVE ZEROS TO WRK-PERCENTUAL.
           MOVE ZEROS TO WRK-VALOR.
           MOVE 'N' TO WRK-DESCONTO-SW.
           PERFORM CAPTURA-DESCONTO-BOLSA UNTIL WRK-DESCONTO-OK.
           MOVE 'N' TO WRK-PERIODO-SW.
           PERFORM CAPTURA-VIGENCIA-BOLSA UNTIL WRK-PERIODO-OK.
           PERFORM VERIFICA-SOBREPOSICAO.
           IF WRK-CONFLITO
               DISPLAY 'JA EXISTE BOLSA DO MESMO TIPO NO PERIODO '
                       '- SEQUENCIA ' BLS-SEQ
                       ' SITUACAO ' BLS-STATUS
           ELSE
               PERFORM CONFIRMA-SOLICITACAO
           END-IF.

       CAPTURA-TIPO-BOLSA.
           DISPLAY 'TIPO (M-MERITO S-SOCIAL I-IRMAO '
                   'F-FILHO DE FUNCIONARIO).. '.
           ACCEPT WRK-TIPO.
           IF WRK-TIPO NOT = 'M' AND WRK-TIPO NOT = 'S'
              AND WRK-TIPO NOT = 'I' AND WRK-TIPO NOT = 'F'
               DISPLAY 'TIPO INVALIDO - DIGITE M, S, I OU F'
           END-IF.

       CAPTURA-REFERENCIA-BOLSA.
           IF WRK-TIPO = 'I'
               DISPLAY 'MATRICULA DO IRMAO (ALUNO).. '
           ELSE
               DISPLAY 'MATRICULA DO FUNCIONARIO.. '
           END-IF.
           MOVE 'N' TO WRK-REFERENCIA-SW.
           PERFORM CAPTURA-REFERENCIA UNTIL WRK-REFERENCIA-VALIDO.
           IF WRK-TIPO = 'I'
               PERFORM VALIDA-IRMAO
           ELSE
               PERFORM VALIDA-FUNCIONARIO
           END-IF.

       VALIDA-IRMAO.
           IF WRK-REFERENCIA = WRK-MATRICULA
               DISPLAY 'O IRMAO PRECISA SER OUTRO ALUNO'
           ELSE
               OPEN INPUT ALUNOS
               IF WRK-ALUNOS-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE ALUNOS INEXISTENTE'
               ELSE
                   MOVE WRK-REFERENCIA TO ALU-MATRICULA
                   READ ALUNOS
                       INVALID KEY
                           DISPLAY 'ALUNO NAO CADASTRADO'
                       NOT INVALID KEY
                           IF ALU-INATIVO
                               DISPLAY 'IRMAO INATIVO - NAO DA '
                                       'DIREITO AO DESCONTO'
                           ELSE
                               DISPLAY 'IRMAO.. ' ALU-NOME
                               SET WRK-REF-OK TO TRUE
                           END-IF
                   END-READ
                   CLOSE ALUNOS
               END-IF
           END-IF.

       VALIDA-FUNCIONARIO.
           OPEN INPUT EMPREGADOS.
           IF WRK-EMPREGADOS-ST NOT = '00'
               DISPLAY 'CADASTRO DE EMPREGADOS INEXISTENTE'
           ELSE
               MOVE WRK-REFERENCIA TO EMP-MATRICULA
               READ EMPREGADOS
                   INVALID KEY
                       DISPLAY 'EMPREGADO NAO CADASTRADO'
                   NOT INVALID KEY
                       IF EMP-DESLIGADO
                           DISPLAY 'EMPREGADO DESLIGADO'
                       ELSE
                           DISPLAY 'EMPREGADO.. ' EMP-NOME
                           SET WRK-REF-OK TO TRUE
                       END-IF
               END-READ
               CLOSE EMPREGADOS
           END-IF.

       CAPTURA-MODO-BOLSA.
           DISPLAY 'DESCONTO EM (P-PERCENTUAL V-VALOR FIXO).. '.
           ACCEPT WRK-MODO.
           IF WRK-MODO NOT = 'P' AND WRK-MODO NOT = 'V'
               DISPLAY 'INFORME P OU V'
           END-IF.

       CAPTURA-DESCONTO-BOLSA.
           IF WRK-MODO = 'P'
               DISPLAY 'PERCENTUAL DE DESCONTO.. '
               MOVE 'N' TO WRK-PERCENTUAL-SW
               PERFORM CAPTURA-PERCENTUAL UNTIL WRK-PERCENTUAL-VALIDO
               IF WRK-PERCENTUAL = 0 OR WRK-PERCENTUAL > 100
                   DISPLAY 'PERCENTUAL DEVE SER DE 0,01 A 100,00'
               ELSE
                   SET WRK-DESCONTO-OK TO TRUE
               END-IF
           ELSE
               DISPLAY 'VALOR DO DESCONTO MENSAL.. '
               MOVE 'N' TO WRK-VALOR-SW
               PERFORM CAPTURA-VALOR UNTIL WRK-VALOR-VALIDO
               IF WRK-VALOR = 0
                   DISPLAY 'VALOR DO DESCONTO OBRIGATORIO'
               ELSE
                   SET WRK-DESCONTO-OK TO TRUE
               END-IF
           END-IF.

       CAPTURA-VIGENCIA-BOLSA.
           DISPLAY 'COMPETENCIA DE INICIO (AAAAMM).. '.
           MOVE 'N' TO WRK-COMP-INICIO-SW.
           PERFORM CAPTURA-COMP-INICIO UNTIL WRK-COMP-INICIO-VALIDO.
           DISPLAY 'COMPETENCIA DE FIM (AAAAMM).. '.
           MOVE 'N' TO WRK-COMP-FIM-SW.
           PERFORM CAPTURA-COMP-FIM UNTIL WRK-COMP-FIM-VALIDO.
           EVALUATE TRUE
               WHEN WRK-INI-MES < 1 OR WRK-INI-MES > 12
                   DISPLAY 'COMPETENCIA DE INICIO INVALIDA'
               WHEN WRK-FIM-MES < 1 OR WRK-FIM-MES > 12
                   DISPLAY 'COMPETENCIA DE FIM INVALIDA'
               WHEN WRK-COMP-INICIO < WRK-COMP-ATUAL
                   DISPLAY 'INICIO ANTERIOR A COMPETENCIA ATUAL '
                           WRK-COMP-ATUAL
               WHEN WRK-COMP-FIM < WRK-COMP-INICIO
                   DISPLAY 'FIM ANTERIOR AO INICIO'
               WHEN OTHER
                   SET WRK-PERIODO-OK TO TRUE
           END-EVALUATE.

      *****************************************************
      * VERIFICA-SOBREPOSICAO - OUTRA BOLSA DO MESMO TIPO,
      * PENDENTE OU APROVADA, CUJA VIGENCIA CRUZE A NOVA;
      * TIPOS DIFERENTES PODEM SE SOMAR NO FATURAMENTO
      *****************************************************
       VERIFICA-SOBREPOSICAO.
           MOVE 'N' TO WRK-CONFLITO-SW.
           PERFORM POSICIONA-BOLSAS.
           PERFORM AVALIA-SOBREPOSICAO
               UNTIL WRK-FIM-BOLSA-OK OR WRK-CONFLITO.

       AVALIA-SOBREPOSICAO.
           IF BLS-TIPO = WRK-TIPO
              AND (BLS-PENDENTE OR BLS-APROVADA)
              AND BLS-COMP-INICIO NOT > WRK-COMP-FIM
              AND BLS-COMP-FIM NOT < WRK-COMP-INICIO
               SET WRK-CONFLITO TO TRUE
           ELSE
               PERFORM LER-BOLSA
           END-IF.

       CONFIRMA-SOLICITACAO.
           DISPLAY 'MOTIVO/JUSTIFICATIVA.. '.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM CAPTURA-MOTIVO-BOLSA UNTIL WRK-MOTIVO NOT = SPACES.
           DISPLAY 'ENVIAR PARA APROVACAO (S/N).. '.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               PERFORM LE-OPERADOR-SESSAO
               PERFORM GRAVA-SOLICITACAO-APROVACAO
               PERFORM GRAVA-BOLSA-PENDENTE
               DISPLAY 'BOLSA ' BLS-MATRICULA '/' BLS-SEQ
                       ' ENVIADA PARA APROVACAO - SOLICITACAO '
                       WRK-NUM-APROVACAO
               MOVE 'SOLICITADA' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY 'BOLSA NAO SOLICITADA'
           END-IF.

       CAPTURA-MOTIVO-BOLSA.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO'
           END-IF.

       GRAVA-BOLSA-PENDENTE.
           MOVE SPACES          TO BLS-REGISTRO.
           MOVE WRK-MATRICULA   TO BLS-MATRICULA.
           COMPUTE BLS-SEQ = WRK-ULTIMA-SEQ + 1.
           MOVE WRK-TIPO        TO BLS-TIPO.
           MOVE WRK-MODO        TO BLS-MODO.
           MOVE WRK-PERCENTUAL  TO BLS-PERCENTUAL.
           MOVE WRK-VALOR       TO BLS-VALOR.
           MOVE WRK-COMP-INICIO TO BLS-COMP-INICIO.
           MOVE WRK-COMP-FIM    TO BLS-COMP-FIM.
           MOVE WRK-REFERENCIA  TO BLS-REFERENCIA.
           MOVE WRK-MOTIVO      TO BLS-MOTIVO.
           SET BLS-PENDENTE     TO TRUE.
           MOVE WRK-USUARIO     TO BLS-SOLICITANTE.
           MOVE WRK-DATA-HOJE-N TO BLS-DATA-SOLIC.
           MOVE WRK-NUM-APROVACAO TO BLS-APV-SEQ.
           MOVE SPACES          TO BLS-APROVADOR.
           MOVE ZEROS           TO BLS-DATA-DECISAO.
           WRITE BLS-REGISTRO.

       GRAVA-SOLICITACAO-APROVACAO.
           OPEN I-O APROVACOES.
           IF WRK-APROVACOES-ST NOT = '00'
               CLOSE APROVACOES
               OPEN OUTPUT APROVACOES
               CLOSE APROVACOES
               OPEN I-O APROVACOES
           END-IF.
           OPEN I-O AP-CONTROLE.
           IF WRK-AP-CONTROLE-ST NOT = '00'
               CLOSE AP-CONTROLE
               OPEN OUTPUT AP-CONTROLE
               CLOSE AP-CONTROLE
               OPEN I-O AP-CONTROLE
           END-IF.
           MOVE '1' TO APC-CHAVE.
           READ AP-CONTROLE
               INVALID KEY
                   MOVE 1 TO APC-ULTIMO-NUM
                   WRITE APC-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO APC-ULTIMO-NUM
                   REWRITE APC-REGISTRO
           END-READ.
           MOVE APC-ULTIMO-NUM TO WRK-NUM-APROVACAO.
           CLOSE AP-CONTROLE.
           MOVE SPACES TO APV-REGISTRO.
           MOVE WRK-NUM-APROVACAO TO APV-SEQ.
           SET APV-BOLSA TO TRUE.
           MOVE WRK-MATRICULA TO APV-CHAVE-REF.
           COMPUTE APV-BLS-SEQ = WRK-ULTIMA-SEQ + 1.
           IF WRK-MODO = 'P'
               MOVE WRK-PERCENTUAL TO APV-VALOR-NOVO
           ELSE
               MOVE WRK-VALOR TO APV-VALOR-NOVO
           END-IF.
           MOVE WRK-MOTIVO TO APV-MOTIVO.
           MOVE WRK-USUARIO TO APV-SOLICITANTE.
           MOVE WRK-DATA-HOJE-N TO APV-DATA-SOLIC.
           SET APV-PENDENTE TO TRUE.
           MOVE SPACES TO APV-APROVADOR.
           MOVE ZEROS TO APV-DATA-DECISAO.
           MOVE ZEROS TO APV-TIT-NUMERO.
           MOVE ZEROS TO APV-TIT-PARCELA.
           WRITE APV-REGISTRO.
           CLOSE APROVACOES.

      *****************************************************
      * ENCERRA-BOLSA - SO BOLSA APROVADA; A NOVA COMPETENCIA
      * DE FIM FICA ENTRE A ATUAL E O FIM VIGENTE. BOLSA QUE
      * AINDA NAO COMECOU PODE SER ENCERRADA SEM EFEITO
      * (FIM ZERO), QUANDO SAI DO FATURAMENTO
      *****************************************************
       ENCERRA-BOLSA.
           DISPLAY 'MATRICULA DO ALUNO.. '.
           MOVE 'N' TO WRK-MATRICULA-SW.
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           DISPLAY 'SEQUENCIA DA BOLSA.. '.
           MOVE 'N' TO WRK-SEQ-SW.
           PERFORM CAPTURA-SEQ UNTIL WRK-SEQ-VALIDO.
           MOVE WRK-MATRICULA TO BLS-MATRICULA.
           MOVE WRK-SEQ TO BLS-SEQ.
           READ BOLSAS
               INVALID KEY
                   MOVE 'N' TO WRK-BLS-SW
               NOT INVALID KEY
                   SET WRK-BLS-EXISTE TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT WRK-BLS-EXISTE
                   DISPLAY 'BOLSA NAO CADASTRADA'
               WHEN NOT BLS-APROVADA
                   DISPLAY 'SO BOLSA APROVADA PODE SER ENCERRADA - '
                           'SITUACAO ' BLS-STATUS
               WHEN BLS-COMP-FIM < WRK-COMP-ATUAL
                   DISPLAY 'BOLSA JA VENCIDA EM ' BLS-COMP-FIM
               WHEN OTHER
                   PERFORM EXIBE-BOLSA
                   PERFORM CAPTURA-NOVO-FIM
           END-EVALUATE.

       CAPTURA-NOVO-FIM.
           DISPLAY 'ULTIMA COMPETENCIA COM DESCONTO (AAAAMM, '
                   'ZERO ENCERRA SEM EFEITO).. '.
           MOVE 'N' TO WRK-COMP-FIM-SW.
           PERFORM CAPTURA-COMP-FIM UNTIL WRK-COMP-FIM-VALIDO.
           EVALUATE TRUE
               WHEN WRK-COMP-FIM = 0
                   IF BLS-COMP-INICIO NOT > WRK-COMP-ATUAL
                       DISPLAY 'BOLSA JA EM VIGOR - INFORME A '
                               'ULTIMA COMPETENCIA'
                   ELSE
                       SET BLS-ENCERRADA TO TRUE
                       PERFORM GRAVA-ENCERRAMENTO
                   END-IF
               WHEN WRK-FIM-MES < 1 OR WRK-FIM-MES > 12
                   DISPLAY 'COMPETENCIA INVALIDA'
               WHEN WRK-COMP-FIM < WRK-COMP-ATUAL
                 OR WRK-COMP-FIM < BLS-COMP-INICIO
                   DISPLAY 'FIM ANTERIOR A COMPETENCIA ATUAL OU '
                           'AO INICIO DA BOLSA'
               WHEN WRK-COMP-FIM NOT < BLS-COMP-FIM
                   DISPLAY 'O ENCERRAMENTO SO PODE ANTECIPAR O FIM '
                           BLS-COMP-FIM
               WHEN OTHER
                   MOVE WRK-COMP-FIM TO BLS-COMP-FIM
                   PERFORM GRAVA-ENCERRAMENTO
           END-EVALUATE.

       GRAVA-ENCERRAMENTO.
           REWRITE BLS-REGISTRO.
           DISPLAY 'BOLSA ENCERRADA'.
           MOVE 'ENCERRADA' TO WRK-DETALHE.
           PERFORM LE-OPERADOR-SESSAO.
           PERFORM GRAVA-AUDITORIA.

      *****************************************************
      * CONSULTA-BOLSAS - TODAS AS BOLSAS DO ALUNO, EM
      * QUALQUER SITUACAO
      *****************************************************
       CONSULTA-BOLSAS.
           DISPLAY 'MATRICULA DO ALUNO.. '.
           MOVE 'N' TO WRK-MATRICULA-SW.
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           PERFORM POSICIONA-BOLSAS.
           PERFORM LISTA-BOLSA UNTIL WRK-FIM-BOLSA-OK.
           IF WRK-QTD-BOLSAS = 0
               DISPLAY 'NENHUMA BOLSA REGISTRADA PARA O ALUNO'
           END-IF.

       LISTA-BOLSA.
           PERFORM EXIBE-BOLSA.
           ADD 1 TO WRK-QTD-BOLSAS.
           PERFORM LER-BOLSA.

       EXIBE-BOLSA.
           EVALUATE TRUE
               WHEN BLS-MERITO
                   MOVE 'MERITO' TO WRK-TIPO-DESC
               WHEN BLS-SOCIAL
                   MOVE 'SOCIAL' TO WRK-TIPO-DESC
               WHEN BLS-IRMAO
                   MOVE 'IRMAO' TO WRK-TIPO-DESC
               WHEN OTHER
                   MOVE 'FILHO FUNCIONARIO' TO WRK-TIPO-DESC
           END-EVALUATE.
           IF BLS-PERCENTUAL-MODO
               MOVE BLS-PERCENTUAL TO WRK-PERCENTUAL-ED
               DISPLAY BLS-SEQ ' ' WRK-TIPO-DESC ' '
                       WRK-PERCENTUAL-ED '%'
                       ' ' BLS-COMP-INICIO ' A ' BLS-COMP-FIM
                       ' SITUACAO ' BLS-STATUS
           ELSE
               MOVE BLS-VALOR TO WRK-VALOR-ED
               DISPLAY BLS-SEQ ' ' WRK-TIPO-DESC ' '
                       WRK-VALOR-ED
                       ' ' BLS-COMP-INICIO ' A ' BLS-COMP-FIM
                       ' SITUACAO ' BLS-STATUS
           END-IF.
           IF BLS-REFERENCIA NOT = ZEROS
               DISPLAY '   REFERENCIA ' BLS-REFERENCIA
           END-IF.

       POSICIONA-BOLSAS.
           MOVE 'N' TO WRK-FIM-BOLSA.
           MOVE WRK-MATRICULA TO BLS-MATRICULA.
           MOVE ZEROS TO BLS-SEQ.
           START BOLSAS KEY IS NOT LESS THAN BLS-CHAVE
               INVALID KEY
                   SET WRK-FIM-BOLSA-OK TO TRUE
           END-START.
           PERFORM LER-BOLSA.

       LER-BOLSA.
           IF NOT WRK-FIM-BOLSA-OK
               READ BOLSAS NEXT
                   AT END
                       SET WRK-FIM-BOLSA-OK TO TRUE
                   NOT AT END
                       IF BLS-MATRICULA NOT = WRK-MATRICULA
                           SET WRK-FIM-BOLSA-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

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
           MOVE 'PROGC145' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'BOLSA ' BLS-MATRICULA '/' BLS-SEQ
                  ' TIPO=' BLS-TIPO ' ' BLS-COMP-INICIO
                  '-' BLS-COMP-FIM ' ' WRK-DETALHE
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
               VALIDNUM-PARAGRAFO BY CAPTURA-MATRICULA
               VALIDNUM-CAMPO     BY WRK-MATRICULA
               VALIDNUM-CHAVE-SW  BY WRK-MATRICULA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-REFERENCIA
               VALIDNUM-CAMPO     BY WRK-REFERENCIA
               VALIDNUM-CHAVE-SW  BY WRK-REFERENCIA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-SEQ
               VALIDNUM-CAMPO     BY WRK-SEQ
               VALIDNUM-CHAVE-SW  BY WRK-SEQ-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PERCENTUAL
               VALIDNUM-CAMPO     BY WRK-PERCENTUAL
               VALIDNUM-CHAVE-SW  BY WRK-PERCENTUAL-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR
               VALIDNUM-CAMPO     BY WRK-VALOR
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMP-INICIO
               VALIDNUM-CAMPO     BY WRK-COMP-INICIO
               VALIDNUM-CHAVE-SW  BY WRK-COMP-INICIO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMP-FIM
               VALIDNUM-CAMPO     BY WRK-COMP-FIM
               VALIDNUM-CHAVE-SW  BY WRK-COMP-FIM-SW.
