       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC130.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: FECHAMENTO DE PERIODO POR AREA (VENDAS,
      * CONTAS A RECEBER, FOLHA, RAZAO DE CONTAS E
      * MENSALIDADES ESCOLARES) NO CONTROLE DE PERIODOS
      * (PERIODOS) - OPCAO 1 FECHA A COMPETENCIA, E DAI EM
      * DIANTE TODO PROGRAMA QUE LANCA MOVIMENTO DATADO
      * RECUSA DATA NELA (ROTINA VERIFPER); OPCAO 2 SOLICITA
      * A REABERTURA, QUE ENTRA NA FILA DE APROVACAO
      * (APROVACO, TIPO F) E SO E EFETIVADA QUANDO OUTRO
      * ADMINISTRADOR APROVAR NO PROGCOB93; OPCAO 3 LISTA A
      * SITUACAO DAS COMPETENCIAS. RESERVADO AO PERFIL
      * ADMINISTRADOR
      * DATA 2026-10-15
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
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
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT APROVACOES ASSIGN TO "APROVACO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APV-SEQ
               FILE STATUS IS WRK-APROVACOES-ST.
           SELECT AP-CONTROLE ASSIGN TO "APCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS APC-CHAVE
               FILE STATUS IS WRK-AP-CONTROLE-ST.
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
       FD  PERIODOS.
           COPY PERIODREG.
       FD  APROVACOES.
           COPY APROVREG.
       FD  AP-CONTROLE.
           COPY APCTLREG.
       FD  OPERADORES.
           COPY OPERREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-PERIODOS-ST      PIC X(02) VALUE SPACES.
       77 WRK-APROVACOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-AP-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-OPERADORES-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-ADMIN-SW         PIC X(01) VALUE 'N'.
           88 WRK-ADMIN-OK VALUE 'S'.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-AREA             PIC X(01) VALUE SPACES.
           88 WRK-AREA-VALIDA VALUE 'V' 'R' 'F' 'C' 'E'.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-ANO              PIC 9(04) VALUE ZEROS.
       77 WRK-MES              PIC 9(02) VALUE ZEROS.
       77 WRK-PERIODO-SW       PIC X(01) VALUE 'N'.
           88 WRK-PERIODO-ENCONTRADO VALUE 'S'.
       77 WRK-PENDENTE-SW      PIC X(01) VALUE 'N'.
           88 WRK-JA-PENDENTE VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO           PIC X(40) VALUE SPACES.
       77 WRK-NUM-APROVACAO    PIC 9(06) VALUE ZEROS.
       77 WRK-DETALHE          PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LISTADOS     PIC 9(04) VALUE ZEROS.
       77 WRK-SITUACAO-ED      PIC X(07) VALUE SPACES.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC130' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-OPERADOR-SESSAO.
           PERFORM VERIFICA-ADMINISTRADOR.
           IF NOT WRK-ADMIN-OK
               DISPLAY 'FECHAMENTO DE PERIODO RESERVADO AO '
                       'PERFIL ADMINISTRADOR'
               GOBACK
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'CONTROLE DE PERIODOS'.
           DISPLAY '1-FECHAR 2-SOLICITAR REABERTURA 3-LISTAR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O PERIODOS.
           IF WRK-PERIODOS-ST NOT = '00'
               CLOSE PERIODOS
               OPEN OUTPUT PERIODOS
               CLOSE PERIODOS
               OPEN I-O PERIODOS
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM CAPTURA-PERIODO
                   PERFORM FECHA-PERIODO
               WHEN 2
                   PERFORM CAPTURA-PERIODO
                   PERFORM SOLICITA-REABERTURA
               WHEN 3
                   PERFORM LISTA-PERIODOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE PERIODOS.
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
               WHEN 2
                   SET ACE-INCLUIR TO TRUE
               WHEN 1
                   SET ACE-APROVAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * VERIFICA-ADMINISTRADOR - O OPERADOR DA SESSAO
      * PRECISA EXISTIR NO CADASTRO COM PERFIL
      * ADMINISTRADOR, COMO NA REVISAO DO PROGCOB93
      *****************************************************
       VERIFICA-ADMINISTRADOR.
           OPEN INPUT OPERADORES.
           IF WRK-OPERADORES-ST = '00'
               MOVE WRK-USUARIO TO OPR-CODIGO
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPR-ADMINISTRADOR
                           SET WRK-ADMIN-OK TO TRUE
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF.

       CAPTURA-PERIODO.
           DISPLAY 'AREA (V-VENDAS R-RECEBER F-FOLHA '
                   'C-CONTAS E-ESCOLA).. '.
           PERFORM CAPTURA-AREA UNTIL WRK-AREA-VALIDA.
           DISPLAY 'COMPETENCIA (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA'
               CLOSE PERIODOS
               GOBACK
           END-IF.
           MOVE WRK-AREA        TO PER-AREA.
           MOVE WRK-COMPETENCIA TO PER-COMPETENCIA.
           READ PERIODOS
               INVALID KEY
                   MOVE 'N' TO WRK-PERIODO-SW
               NOT INVALID KEY
                   SET WRK-PERIODO-ENCONTRADO TO TRUE
           END-READ.

       CAPTURA-AREA.
           ACCEPT WRK-AREA.
           IF NOT WRK-AREA-VALIDA
               DISPLAY 'AREA INVALIDA - DIGITE V, R, F, C OU E'
           END-IF.

      *****************************************************
      * FECHA-PERIODO - COMPETENCIA SEM REGISTRO E INCLUIDA
      * JA FECHADA; COMPETENCIA REABERTA VOLTA A FECHAR
      * MANTENDO A DATA E O APROVADOR DA ULTIMA REABERTURA
      *****************************************************
       FECHA-PERIODO.
           IF WRK-PERIODO-ENCONTRADO AND PER-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' JA FECHADA EM ' PER-DATA-FECHAMENTO
           ELSE
               DISPLAY 'CONFIRMA O FECHAMENTO DA COMPETENCIA '
                       WRK-COMPETENCIA ' AREA ' WRK-AREA
                       ' (S/N).. '
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S'
                   PERFORM GRAVA-FECHAMENTO
               ELSE
                   DISPLAY 'FECHAMENTO ABANDONADO'
               END-IF
           END-IF.

       GRAVA-FECHAMENTO.
           IF NOT WRK-PERIODO-ENCONTRADO
               MOVE SPACES TO PER-REGISTRO
               MOVE WRK-AREA        TO PER-AREA
               MOVE WRK-COMPETENCIA TO PER-COMPETENCIA
               MOVE ZEROS  TO PER-DATA-REABERTURA
               MOVE SPACES TO PER-OPER-REABERTURA
           END-IF.
           SET PER-FECHADO TO TRUE.
           MOVE WRK-DATA-HOJE TO PER-DATA-FECHAMENTO.
           MOVE WRK-USUARIO   TO PER-OPER-FECHAMENTO.
           IF WRK-PERIODO-ENCONTRADO
               REWRITE PER-REGISTRO
           ELSE
               WRITE PER-REGISTRO
           END-IF.
           DISPLAY 'COMPETENCIA FECHADA'.
           MOVE 'FECHAMENTO' TO WRK-DETALHE.
           PERFORM GRAVA-AUDITORIA.

      *****************************************************
      * SOLICITA-REABERTURA - SO COMPETENCIA FECHADA E SEM
      * OUTRA REABERTURA PENDENTE NA FILA; A COMPETENCIA
      * CONTINUA FECHADA ATE A APROVACAO NO PROGCOB93
      *****************************************************
       SOLICITA-REABERTURA.
           IF NOT WRK-PERIODO-ENCONTRADO OR NOT PER-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' NAO ESTA FECHADA'
           ELSE
               PERFORM VERIFICA-PENDENTE
               IF WRK-JA-PENDENTE
                   DISPLAY 'JA EXISTE REABERTURA PENDENTE - '
                           'SOLICITACAO ' APV-SEQ
               ELSE
                   PERFORM CONFIRMA-SOLICITACAO
               END-IF
           END-IF.

       VERIFICA-PENDENTE.
           OPEN INPUT APROVACOES.
           IF WRK-APROVACOES-ST = '00'
               MOVE ZEROS TO APV-SEQ
               START APROVACOES KEY >= APV-SEQ
                   INVALID KEY
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-START
               PERFORM LER-APROVACAO
               PERFORM COMPARA-APROVACAO
                   UNTIL WRK-FIM-ARQUIVO-OK OR WRK-JA-PENDENTE
               CLOSE APROVACOES
           END-IF.

       LER-APROVACAO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ APROVACOES NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       COMPARA-APROVACAO.
           IF APV-REABERTURA AND APV-PENDENTE
              AND APV-PER-AREA = WRK-AREA
              AND APV-CHAVE-REF = WRK-COMPETENCIA
               SET WRK-JA-PENDENTE TO TRUE
           ELSE
               PERFORM LER-APROVACAO
           END-IF.

       CONFIRMA-SOLICITACAO.
           DISPLAY 'MOTIVO DA REABERTURA.. '
           ACCEPT WRK-MOTIVO.
           DISPLAY 'CONFIRMA A SOLICITACAO (S/N).. '
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S'
               PERFORM GRAVA-SOLICITACAO-REABERTURA
               DISPLAY 'SOLICITACAO ' WRK-NUM-APROVACAO
                       ' REGISTRADA - AGUARDA APROVACAO '
                       'NO PROGCOB93'
               MOVE 'PEDIDO REABERTURA' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY 'SOLICITACAO NAO REGISTRADA'
           END-IF.

       GRAVA-SOLICITACAO-REABERTURA.
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
           SET APV-REABERTURA TO TRUE.
           MOVE WRK-COMPETENCIA TO APV-CHAVE-REF.
           MOVE ZEROS TO APV-VALOR-NOVO.
           MOVE WRK-MOTIVO (1:30) TO APV-MOTIVO.
           MOVE WRK-USUARIO TO APV-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO APV-DATA-SOLIC.
           SET APV-PENDENTE TO TRUE.
           MOVE SPACES TO APV-APROVADOR.
           MOVE ZEROS TO APV-DATA-DECISAO.
           MOVE WRK-AREA TO APV-PER-AREA.
           MOVE ZEROS TO APV-TIT-NUMERO.
           MOVE ZEROS TO APV-TIT-PARCELA.
           WRITE APV-REGISTRO.
           CLOSE APROVACOES.

      *****************************************************
      * LISTA-PERIODOS - TODAS AS COMPETENCIAS CONTROLADAS,
      * POR AREA, COM QUEM FECHOU E A ULTIMA REABERTURA
      *****************************************************
       LISTA-PERIODOS.
           MOVE LOW-VALUES TO PER-CHAVE.
           START PERIODOS KEY >= PER-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-PERIODO.
           PERFORM LISTA-UM-PERIODO UNTIL WRK-FIM-ARQUIVO-OK.
           DISPLAY 'COMPETENCIAS LISTADAS ' WRK-QTD-LISTADOS.

       LER-PERIODO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ PERIODOS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       LISTA-UM-PERIODO.
           ADD 1 TO WRK-QTD-LISTADOS.
           IF PER-FECHADO
               MOVE 'FECHADA' TO WRK-SITUACAO-ED
           ELSE
               MOVE 'ABERTA' TO WRK-SITUACAO-ED
           END-IF.
           DISPLAY 'AREA ' PER-AREA ' ' PER-COMPETENCIA
                   ' ' WRK-SITUACAO-ED
                   ' FECHADA ' PER-DATA-FECHAMENTO
                   ' POR ' PER-OPER-FECHAMENTO.
           IF PER-DATA-REABERTURA NOT = ZEROS
               DISPLAY '     REABERTA ' PER-DATA-REABERTURA
                       ' APROVADOR ' PER-OPER-REABERTURA
           END-IF.
           PERFORM LER-PERIODO.

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
           MOVE 'PROGC130' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-DETALHE ' AREA=' WRK-AREA
               ' COMP=' WRK-COMPETENCIA
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
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
