      * A SENHA ANTERIOR VAI PARA O SENHAHIS, A DATA DA
      * SENHA E CARIMBADA E A TROCA NO PROXIMO LOGIN FICA
      * OBRIGATORIA
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  MANUTENCAO DAS PERMISSOES DE ACESSO
      * (PERMISSA) POR PERFIL OU OPERADOR E PROGRAMA, COM
      * AS ACOES CONSULTAR, INCLUIR, ALTERAR, EXCLUIR E
      * APROVAR; EXCLUSAO DA PERMISSAO; CARGA INICIAL DAS
      * PERMISSOES DOS PERFIS PELA REGRA PADRAO DO MENU.
      * CADA OPCAO CONFERE A PROPRIA ACAO NO PROGC153
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT PERMISSOES ASSIGN TO "PERMISSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-PERMISSOES-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
           COPY SENHAHREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERMISSOES.
           COPY PERMREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-PERFIL-SW  PIC X(01) VALUE 'N'.
           88 WRK-PERFIL-VALIDO VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       77 WRK-PERMISSOES-ST PIC X(02) VALUE SPACES.
       77 WRK-PRM-SW     PIC X(01) VALUE 'N'.
           88 WRK-PRM-ENCONTRADA VALUE 'S'.
       77 WRK-TIPO-SW    PIC X(01) VALUE 'N'.
           88 WRK-TIPO-VALIDO VALUE 'S'.
       77 WRK-PRM-TIPO   PIC X(01) VALUE SPACES.
       77 WRK-PRM-SUJEITO PIC X(06) VALUE SPACES.
       77 WRK-PRM-PROGRAMA PIC X(09) VALUE SPACES.
       77 WRK-IDX-ACAO   PIC 9(01) VALUE ZEROS.
       77 WRK-ACAO-SW    PIC X(01) VALUE 'N'.
           88 WRK-ACAO-VALIDA VALUE 'S'.
       77 WRK-QTD-CARGA  PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-ACOES-GRUPO.
           02 FILLER PIC X(10) VALUE 'CONSULTAR '.
           02 FILLER PIC X(10) VALUE 'INCLUIR   '.
           02 FILLER PIC X(10) VALUE 'ALTERAR   '.
           02 FILLER PIC X(10) VALUE 'EXCLUIR   '.
           02 FILLER PIC X(10) VALUE 'APROVAR   '.
       01 WRK-TAB-ACOES REDEFINES WRK-TAB-ACOES-GRUPO.
           02 WRK-ACAO-NOME PIC X(10) OCCURS 5 TIMES.
           COPY PERMPADR.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB43' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O OPERADORES.
           DISPLAY '===================================='.
           DISPLAY 'MANUTENCAO DE OPERADORES DO MENU'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-DESBLOQUEAR'.
           DISPLAY '4-PERMISSAO DE ACESSO 5-EXCLUIR PERMISSAO'.
           DISPLAY '6-CARGA PADRAO DAS PERMISSOES DOS PERFIS'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE OPERADORES
               GOBACK
           END-IF.
           IF WRK-OPCAO < 4
               DISPLAY 'CODIGO DO OPERADOR.. '
               ACCEPT WRK-CODIGO
               MOVE WRK-CODIGO TO OPR-CODIGO
               READ OPERADORES
                   INVALID KEY
                       MOVE 'N' TO WRK-OPR-SW
                   NOT INVALID KEY
                       SET WRK-OPR-ENCONTRADO TO TRUE
               END-READ
           ELSE
               PERFORM ABRE-PERMISSOES
           END-IF.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM ALTERA-OPERADOR
               WHEN 3
                   PERFORM DESBLOQUEIA-OPERADOR
               WHEN 4
                   PERFORM MANTEM-PERMISSAO
               WHEN 5
                   PERFORM EXCLUI-PERMISSAO
               WHEN 6
                   PERFORM CARGA-PERMISSOES-PADRAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           IF WRK-OPCAO > 3
               CLOSE PERMISSOES
           END-IF.
           CLOSE OPERADORES.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE A ACAO QUE
      * EXECUTA (INCLUIR, ALTERAR OU EXCLUIR); OPCAO FORA DA
      * LISTA SEGUE PARA O OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1 WHEN 6
                   SET ACE-INCLUIR TO TRUE
               WHEN 2 WHEN 3 WHEN 4
                   SET ACE-ALTERAR TO TRUE
               WHEN 5
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       INCLUI-OPERADOR.
           IF WRK-OPR-ENCONTRADO
               DISPLAY 'OPERADOR JA CADASTRADO'
               PERFORM GRAVA-AUDITORIA
           END-IF.

       ABRE-PERMISSOES.
           OPEN I-O PERMISSOES.
           IF WRK-PERMISSOES-ST NOT = '00'
               CLOSE PERMISSOES
               OPEN OUTPUT PERMISSOES
               CLOSE PERMISSOES
               OPEN I-O PERMISSOES
           END-IF.

      *****************************************************
      * MANTEM-PERMISSAO - INCLUI OU ALTERA AS ACOES DO
      * PERFIL OU DO OPERADOR NO PROGRAMA. O REGISTRO DO
      * OPERADOR SUBSTITUI O DO PERFIL PARA AQUELE PROGRAMA
      * (INCLUSIVE PARA RESTRINGIR, COM TUDO 'N')
      *****************************************************
       MANTEM-PERMISSAO.
           PERFORM CAPTURA-CHAVE-PERMISSAO.
           IF WRK-PRM-SUJEITO = SPACES
               DISPLAY 'PERMISSAO NAO GRAVADA'
           ELSE
               IF WRK-PRM-ENCONTRADA
                   DISPLAY 'ACOES ATUAIS (C I A E P).. ' PRM-ACOES
               ELSE
                   MOVE SPACES           TO PRM-REGISTRO
                   MOVE WRK-PRM-TIPO     TO PRM-TIPO
                   MOVE WRK-PRM-SUJEITO  TO PRM-SUJEITO
                   MOVE WRK-PRM-PROGRAMA TO PRM-PROGRAMA
                   MOVE ALL 'N' TO PRM-ACOES
               END-IF
               PERFORM CAPTURA-ACAO
                   VARYING WRK-IDX-ACAO FROM 1 BY 1
                   UNTIL WRK-IDX-ACAO > 5
               ACCEPT PRM-DATA-ATUALIZ FROM DATE YYYYMMDD
               PERFORM LE-OPERADOR-SESSAO
               MOVE WRK-USUARIO TO PRM-OPER-ATUALIZ
               IF WRK-PRM-ENCONTRADA
                   REWRITE PRM-REGISTRO
                   DISPLAY 'PERMISSAO ALTERADA'
                   MOVE 'PERMISSAO ALTERADA' TO WRK-DETALHE
               ELSE
                   WRITE PRM-REGISTRO
                   DISPLAY 'PERMISSAO INCLUIDA'
                   MOVE 'PERMISSAO INCLUIDA' TO WRK-DETALHE
               END-IF
               PERFORM GRAVA-AUDITORIA-PERMISSAO
           END-IF.

       EXCLUI-PERMISSAO.
           PERFORM CAPTURA-CHAVE-PERMISSAO.
           IF WRK-PRM-SUJEITO = SPACES
               CONTINUE
           ELSE
               IF NOT WRK-PRM-ENCONTRADA
                   DISPLAY 'PERMISSAO NAO ENCONTRADA'
               ELSE
                   DELETE PERMISSOES
                   DISPLAY 'PERMISSAO EXCLUIDA'
                   MOVE 'PERMISSAO EXCLUIDA' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA-PERMISSAO
               END-IF
           END-IF.

      *****************************************************
      * CAPTURA-CHAVE-PERMISSAO - PERFIL (MENOS O
      * ADMINISTRADOR, QUE JA PODE TUDO) OU OPERADOR
      * CADASTRADO, E O PROGRAMA; SUJEITO EM BRANCO NA
      * VOLTA SIGNIFICA CHAVE RECUSADA
      *****************************************************
       CAPTURA-CHAVE-PERMISSAO.
           MOVE SPACES TO WRK-PRM-SUJEITO.
           MOVE 'N' TO WRK-PRM-SW.
           DISPLAY 'TIPO (P-PERFIL O-OPERADOR).. '.
           MOVE 'N' TO WRK-TIPO-SW.
           PERFORM CAPTURA-TIPO-PERMISSAO UNTIL WRK-TIPO-VALIDO.
           IF WRK-PRM-TIPO = 'P'
               DISPLAY 'PERFIL (V-COMERCIAL F-FINANCEIRO R-RH '
                       'E-ESCOLA).. '
               MOVE 'N' TO WRK-PERFIL-SW
               PERFORM CAPTURA-PERFIL UNTIL WRK-PERFIL-VALIDO
               IF WRK-PERFIL = 'A'
                   DISPLAY 'PERFIL ADMINISTRADOR JA TEM TODAS AS '
                           'ACOES'
               ELSE
                   MOVE WRK-PERFIL TO WRK-PRM-SUJEITO
               END-IF
           ELSE
               DISPLAY 'CODIGO DO OPERADOR.. '
               ACCEPT WRK-CODIGO
               MOVE WRK-CODIGO TO OPR-CODIGO
               READ OPERADORES
                   INVALID KEY
                       DISPLAY 'OPERADOR NAO ENCONTRADO'
                   NOT INVALID KEY
                       MOVE WRK-CODIGO TO WRK-PRM-SUJEITO
               END-READ
           END-IF.
           IF WRK-PRM-SUJEITO NOT = SPACES
               DISPLAY 'PROGRAMA (EX. PROGCOB16).. '
               ACCEPT WRK-PRM-PROGRAMA
               IF WRK-PRM-PROGRAMA = SPACES
                   DISPLAY 'PROGRAMA NAO INFORMADO'
                   MOVE SPACES TO WRK-PRM-SUJEITO
               END-IF
           END-IF.
           IF WRK-PRM-SUJEITO NOT = SPACES
               MOVE WRK-PRM-TIPO     TO PRM-TIPO
               MOVE WRK-PRM-SUJEITO  TO PRM-SUJEITO
               MOVE WRK-PRM-PROGRAMA TO PRM-PROGRAMA
               READ PERMISSOES
                   INVALID KEY
                       MOVE 'N' TO WRK-PRM-SW
                   NOT INVALID KEY
                       SET WRK-PRM-ENCONTRADA TO TRUE
               END-READ
           END-IF.

       CAPTURA-TIPO-PERMISSAO.
           ACCEPT WRK-PRM-TIPO.
           IF WRK-PRM-TIPO = 'P' OR WRK-PRM-TIPO = 'O'
               SET WRK-TIPO-VALIDO TO TRUE
           ELSE
               DISPLAY 'TIPO INVALIDO'
           END-IF.

       CAPTURA-ACAO.
           MOVE 'N' TO WRK-ACAO-SW.
           PERFORM CAPTURA-UMA-ACAO UNTIL WRK-ACAO-VALIDA.

       CAPTURA-UMA-ACAO.
           DISPLAY WRK-ACAO-NOME (WRK-IDX-ACAO) ' (S/N).. '.
           ACCEPT PRM-ACAO (WRK-IDX-ACAO).
           IF PRM-ACAO (WRK-IDX-ACAO) = 'S'
              OR PRM-ACAO (WRK-IDX-ACAO) = 'N'
               SET WRK-ACAO-VALIDA TO TRUE
           ELSE
               DISPLAY 'RESPONDA S OU N'
           END-IF.

      *****************************************************
      * CARGA-PERMISSOES-PADRAO - GRAVA PARA OS PERFIS A
      * REGRA PADRAO DO MENU (PERMPADR) COM TODAS AS ACOES,
      * SEM MEXER NAS PERMISSOES JA CADASTRADAS. DEPOIS DA
      * CARGA, PROGRAMA SEM PERMISSAO FICA SO PARA O
      * ADMINISTRADOR ATE SER LIBERADO AQUI
      *****************************************************
       CARGA-PERMISSOES-PADRAO.
           MOVE ZEROS TO WRK-QTD-CARGA.
           PERFORM LE-OPERADOR-SESSAO.
           PERFORM CARREGA-PERMISSAO-PADRAO
               VARYING WRK-IDX-PAD FROM 1 BY 1
               UNTIL WRK-IDX-PAD > WRK-PAD-QTD.
           DISPLAY 'PERMISSOES PADRAO GRAVADAS.. ' WRK-QTD-CARGA.
           MOVE 'CARGA PADRAO' TO WRK-DETALHE.
           MOVE 'P' TO WRK-PRM-TIPO.
           MOVE SPACES TO WRK-PRM-SUJEITO.
           MOVE SPACES TO WRK-PRM-PROGRAMA.
           MOVE SPACES TO PRM-ACOES.
           PERFORM GRAVA-AUDITORIA-PERMISSAO.

       CARREGA-PERMISSAO-PADRAO.
           IF WRK-PAD-PERFIL (WRK-IDX-PAD) NOT = 'A'
               MOVE SPACES TO PRM-REGISTRO
               MOVE 'P' TO PRM-TIPO
               MOVE WRK-PAD-PERFIL (WRK-IDX-PAD) TO PRM-SUJEITO
               MOVE WRK-PAD-PROGRAMA (WRK-IDX-PAD) TO PRM-PROGRAMA
               MOVE ALL 'S' TO PRM-ACOES
               ACCEPT PRM-DATA-ATUALIZ FROM DATE YYYYMMDD
               MOVE WRK-USUARIO TO PRM-OPER-ATUALIZ
               WRITE PRM-REGISTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WRK-QTD-CARGA
               END-WRITE
           END-IF.

       CAPTURA-DADOS-OPERADOR.
           DISPLAY 'NOME.... '.
           ACCEPT WRK-NOME.
           STRING WRK-DETALHE ' CODIGO=' WRK-CODIGO
               ' PERFIL=' WRK-PERFIL
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

       GRAVA-AUDITORIA-PERMISSAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGCOB43' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-DETALHE DELIMITED BY '  '
               ' ' WRK-PRM-TIPO '=' WRK-PRM-SUJEITO
               ' ' WRK-PRM-PROGRAMA ' ' PRM-ACOES
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
