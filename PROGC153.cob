       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC153.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MODULO CHAMAVEL DE CONTROLE DE ACESSO POR
      * FUNCAO - RECEBE O PROGRAMA E A ACAO (ACESREG) E
      * DEVOLVE SE O OPERADOR DA SESSAO (OPERSESS) PODE
      * EXECUTA-LA. O PERFIL VEM DO CADASTRO DE OPERADORES;
      * O ADMINISTRADOR PODE TUDO. O REGISTRO DO OPERADOR NO
      * PERMISSA VALE NO LUGAR DO REGISTRO DO PERFIL; SEM
      * NENHUM DOS DOIS O ACESSO E NEGADO. SEM O ARQUIVO
      * PERMISSA VALE A REGRA PADRAO DO MENU (PERMPADR).
      * TENTATIVA NEGADA E AVISADA E GRAVADA NA TRILHA DE
      * AUDITORIA, SALVO NO MODO SILENCIOSO DO MENU
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERMISSOES ASSIGN TO "PERMISSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-PERMISSOES-ST.
           SELECT OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS WRK-OPERADORES-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERMISSOES.
           COPY PERMREG.
       FD  OPERADORES.
           COPY OPERREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-PERMISSOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-OPERADORES-ST    PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-LIBERADA         PIC X(01) VALUE 'N'.
       77 WRK-QTD-LIBERADAS    PIC 9(01) VALUE ZEROS.
       77 WRK-NA-TABELA-SW     PIC X(01) VALUE 'N'.
           88 WRK-NA-TABELA VALUE 'S'.
       77 WRK-ACAO-DESCR       PIC X(09) VALUE SPACES.
           COPY PERMPADR.
       LINKAGE SECTION.
           COPY ACESREG.
       PROCEDURE DIVISION USING ACE-PARAMETROS.
           SET ACE-NEGADO TO TRUE.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO ACE-USUARIO.
           PERFORM LE-PERFIL-OPERADOR.
           IF ACE-PERFIL = 'A'
               SET ACE-PERMITIDO TO TRUE
           ELSE
               OPEN INPUT PERMISSOES
               IF WRK-PERMISSOES-ST = '00'
                   PERFORM APLICA-PERMISSOES
                   CLOSE PERMISSOES
               ELSE
                   PERFORM APLICA-REGRA-PADRAO
               END-IF
           END-IF.
           IF ACE-NEGADO AND ACE-REGISTRA
               PERFORM DESCREVE-ACAO
               DISPLAY 'ACESSO NEGADO - ' ACE-PROGRAMA ' '
                       WRK-ACAO-DESCR ' OPERADOR ' ACE-USUARIO
               PERFORM GRAVA-AUDITORIA
           END-IF.
           GOBACK.

      *****************************************************
      * LE-PERFIL-OPERADOR - SEM O CADASTRO DE OPERADORES O
      * SISTEMA RODA COMO MASTER (MESMA REGRA DO LOGIN DO
      * PROGCOB15); OPERADOR DESCONHECIDO OU BLOQUEADO FICA
      * SEM PERFIL E SO PASSA ONDE NAO HA RESTRICAO
      *****************************************************
       LE-PERFIL-OPERADOR.
           MOVE SPACES TO ACE-PERFIL.
           OPEN INPUT OPERADORES.
           IF WRK-OPERADORES-ST NOT = '00'
               MOVE 'A' TO ACE-PERFIL
           ELSE
               MOVE WRK-USUARIO TO OPR-CODIGO
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT OPR-BLOQUEADO
                           MOVE OPR-PERFIL TO ACE-PERFIL
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.

      *****************************************************
      * APLICA-PERMISSOES - PRIMEIRO O REGISTRO DO PROPRIO
      * OPERADOR; NA FALTA DELE, O DO PERFIL
      *****************************************************
       APLICA-PERMISSOES.
           MOVE 'O'          TO PRM-TIPO.
           MOVE WRK-USUARIO  TO PRM-SUJEITO.
           MOVE ACE-PROGRAMA TO PRM-PROGRAMA.
           READ PERMISSOES
               INVALID KEY
                   PERFORM LE-PERMISSAO-PERFIL
               NOT INVALID KEY
                   PERFORM AVALIA-ACOES
           END-READ.

       LE-PERMISSAO-PERFIL.
           IF ACE-PERFIL NOT = SPACES
               MOVE 'P'          TO PRM-TIPO
               MOVE ACE-PERFIL   TO PRM-SUJEITO
               MOVE ACE-PROGRAMA TO PRM-PROGRAMA
               READ PERMISSOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM AVALIA-ACOES
               END-READ
           END-IF.

      *****************************************************
      * AVALIA-ACOES - NA ENTRADA DO PROGRAMA BASTA UMA
      * ACAO LIBERADA; NAS DEMAIS, A PROPRIA ACAO
      *****************************************************
       AVALIA-ACOES.
           MOVE 'N' TO WRK-LIBERADA.
           EVALUATE TRUE
               WHEN ACE-ACESSO
                   MOVE ZEROS TO WRK-QTD-LIBERADAS
                   INSPECT PRM-ACOES TALLYING WRK-QTD-LIBERADAS
                       FOR ALL 'S'
                   IF WRK-QTD-LIBERADAS > 0
                       MOVE 'S' TO WRK-LIBERADA
                   END-IF
               WHEN ACE-CONSULTAR
                   MOVE PRM-CONSULTAR TO WRK-LIBERADA
               WHEN ACE-INCLUIR
                   MOVE PRM-INCLUIR   TO WRK-LIBERADA
               WHEN ACE-ALTERAR
                   MOVE PRM-ALTERAR   TO WRK-LIBERADA
               WHEN ACE-EXCLUIR
                   MOVE PRM-EXCLUIR   TO WRK-LIBERADA
               WHEN ACE-APROVAR
                   MOVE PRM-APROVAR   TO WRK-LIBERADA
           END-EVALUATE.
           IF WRK-LIBERADA = 'S'
               SET ACE-PERMITIDO TO TRUE
           END-IF.

      *****************************************************
      * APLICA-REGRA-PADRAO - PROGRAMA DA TABELA SO PARA OS
      * PERFIS LISTADOS; FORA DELA, SEM RESTRICAO
      *****************************************************
       APLICA-REGRA-PADRAO.
           MOVE 'N' TO WRK-NA-TABELA-SW.
           PERFORM CONFERE-REGRA-PADRAO
               VARYING WRK-IDX-PAD FROM 1 BY 1
               UNTIL WRK-IDX-PAD > WRK-PAD-QTD.
           IF NOT WRK-NA-TABELA
               SET ACE-PERMITIDO TO TRUE
           END-IF.

       CONFERE-REGRA-PADRAO.
           IF WRK-PAD-PROGRAMA (WRK-IDX-PAD) = ACE-PROGRAMA
               SET WRK-NA-TABELA TO TRUE
               IF WRK-PAD-PERFIL (WRK-IDX-PAD) = ACE-PERFIL
                   SET ACE-PERMITIDO TO TRUE
               END-IF
           END-IF.

       DESCREVE-ACAO.
           EVALUATE TRUE
               WHEN ACE-CONSULTAR
                   MOVE 'CONSULTAR' TO WRK-ACAO-DESCR
               WHEN ACE-INCLUIR
                   MOVE 'INCLUIR'   TO WRK-ACAO-DESCR
               WHEN ACE-ALTERAR
                   MOVE 'ALTERAR'   TO WRK-ACAO-DESCR
               WHEN ACE-EXCLUIR
                   MOVE 'EXCLUIR'   TO WRK-ACAO-DESCR
               WHEN ACE-APROVAR
                   MOVE 'APROVAR'   TO WRK-ACAO-DESCR
               WHEN OTHER
                   MOVE 'ACESSO'    TO WRK-ACAO-DESCR
           END-EVALUATE.

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
           MOVE ACE-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'ACESSO NEGADO ACAO=' WRK-ACAO-DESCR
               ' PERFIL=' ACE-PERFIL
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
