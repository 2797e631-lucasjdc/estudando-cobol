       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC114.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: SOLICITACAO DE BAIXA POR PERDA DE TITULO
      * DO CONTAS A RECEBER - O TITULO (FATURA OU ENCARGOS)
      * PRECISA ESTAR EM ABERTO, COM SALDO E COM ATRASO DE
      * PELO MENOS OS DIAS DE PERDA DO PARMPDD (BASE 30/360
      * DO AGING, COMO NA PDD DO PROGC113); A BAIXA NAO E
      * APLICADA NA HORA - ENTRA NA FILA DE APROVACAO
      * (APROVACO, TIPO P) E SO E EFETIVADA QUANDO OUTRO
      * OPERADOR ADMINISTRADOR APROVAR NO PROGCOB93. NAO
      * ACEITA SEGUNDA SOLICITACAO PENDENTE DO MESMO TITULO
      * DATA 2026-10-15
      * 2026-10-15 LC  ACEITA TAMBEM A PARCELA DE ACORDO DE
      * RENEGOCIACAO (TIPO A)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA) -
      * A SOLICITACAO EXIGE A ACAO INCLUIR
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT PARAMETROS ASSIGN TO "PARMPDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
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
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TITULOS.
           COPY TITREG.
       FD  PARAMETROS.
           COPY PARMPDDREG.
       FD  APROVACOES.
           COPY APROVREG.
       FD  AP-CONTROLE.
           COPY APCTLREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST    PIC X(02) VALUE SPACES.
       77 WRK-APROVACOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-AP-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-NUM-TITULO       PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-TITULO-SW    PIC X(01) VALUE 'N'.
           88 WRK-NUM-TITULO-VALIDO VALUE 'S'.
       77 WRK-PARCELA          PIC 9(02) VALUE ZEROS.
       77 WRK-PARCELA-SW       PIC X(01) VALUE 'N'.
           88 WRK-PARCELA-VALIDA VALUE 'S'.
       77 WRK-TIPO-DOC         PIC X(01) VALUE SPACES.
           88 WRK-TIPO-DOC-VALIDO VALUE 'F' 'E' 'A'.
       77 WRK-TITULO-SW        PIC X(01) VALUE 'N'.
           88 WRK-TITULO-BAIXAVEL VALUE 'S'.
       77 WRK-PENDENTE-SW      PIC X(01) VALUE 'N'.
           88 WRK-JA-PENDENTE VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-MOTIVO           PIC X(40) VALUE SPACES.
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WRK-NUM-APROVACAO    PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-PERDA       PIC 9(03) VALUE 180.
       77 WRK-CLI-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO            PIC 9(07)V99 VALUE ZEROS.
       01 WRK-DATA-HOJE.
           02 WRK-HOJE-ANO PIC 9(04).
           02 WRK-HOJE-MES PIC 9(02).
           02 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-VENCTO.
           02 WRK-VCT-ANO PIC 9(04).
           02 WRK-VCT-MES PIC 9(02).
           02 WRK-VCT-DIA PIC 9(02).
       77 WRK-DIAS-HOJE        PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-VENCTO      PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-ATRASO      PIC S9(05) COMP VALUE ZEROS.
       77 WRK-ATRASO-ED        PIC -ZZ.ZZ9 VALUE ZEROS.
       77 WRK-SALDO-ED         PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC114' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
               + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
           PERFORM LE-PARAMETROS.
           DISPLAY '===================================='.
           DISPLAY 'SOLICITACAO DE BAIXA POR PERDA'.
           DISPLAY '===================================='.
           DISPLAY 'NUMERO DA NF DO TITULO.. '
           PERFORM CAPTURA-NUM-TITULO UNTIL WRK-NUM-TITULO-VALIDO.
           DISPLAY 'TIPO (F-FATURA E-ENCARGOS A-ACORDO, '
                   'BRANCO = F).. '
           PERFORM CAPTURA-TIPO-DOC UNTIL WRK-TIPO-DOC-VALIDO.
           DISPLAY 'PARCELA (01 SE PAGAMENTO UNICO).. '
           PERFORM CAPTURA-PARCELA UNTIL WRK-PARCELA-VALIDA.
           IF WRK-PARCELA = ZEROS
               MOVE 01 TO WRK-PARCELA
           END-IF.
           OPEN INPUT TITULOS.
           MOVE WRK-TIPO-DOC   TO TIT-TIPO-DOC.
           MOVE WRK-NUM-TITULO TO TIT-NUMERO.
           MOVE WRK-PARCELA    TO TIT-PARCELA.
           READ TITULOS
               INVALID KEY
                   DISPLAY 'TITULO NAO ENCONTRADO'
               NOT INVALID KEY
                   PERFORM VERIFICA-TITULO
           END-READ.
           CLOSE TITULOS.
           IF WRK-TITULO-BAIXAVEL
               PERFORM VERIFICA-PENDENTE
               IF WRK-JA-PENDENTE
                   DISPLAY 'JA EXISTE SOLICITACAO PENDENTE PARA '
                           'ESTE TITULO - AGUARDE O PROGCOB93'
               ELSE
                   PERFORM CONFIRMA-SOLICITACAO
               END-IF
           END-IF.
           GOBACK.

      *****************************************************
      * VERIFICA-TITULO - SO TITULO EM ABERTO, COM SALDO E
      * COM ATRASO DE PELO MENOS OS DIAS DE PERDA
      *****************************************************
       VERIFICA-TITULO.
           MOVE TIT-DATA-VENCTO TO WRK-DATA-VENCTO.
           COMPUTE WRK-DIAS-VENCTO = (WRK-VCT-ANO * 360)
               + (WRK-VCT-MES * 30) + WRK-VCT-DIA.
           COMPUTE WRK-DIAS-ATRASO =
               WRK-DIAS-HOJE - WRK-DIAS-VENCTO.
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED.
           MOVE TIT-SALDO TO WRK-SALDO-ED.
           DISPLAY 'CLIENTE............ ' TIT-CLI-CODIGO.
           DISPLAY 'VENCIMENTO......... ' TIT-DATA-VENCTO.
           DISPLAY 'SALDO EM ABERTO.... ' WRK-SALDO-ED.
           DISPLAY 'DIAS DE ATRASO..... ' WRK-ATRASO-ED.
           EVALUATE TRUE
               WHEN NOT TIT-ABERTO
                   DISPLAY 'TITULO NAO ESTA EM ABERTO - BAIXA '
                           'POR PERDA NAO PERMITIDA'
               WHEN TIT-SALDO = 0
                   DISPLAY 'TITULO SEM SALDO'
               WHEN WRK-DIAS-ATRASO < WRK-DIAS-PERDA
                   DISPLAY 'ATRASO MENOR QUE ' WRK-DIAS-PERDA
                           ' DIAS - BAIXA POR PERDA NAO PERMITIDA'
               WHEN OTHER
                   SET WRK-TITULO-BAIXAVEL TO TRUE
                   MOVE TIT-CLI-CODIGO TO WRK-CLI-CODIGO
                   MOVE TIT-SALDO      TO WRK-SALDO
           END-EVALUATE.

      *****************************************************
      * VERIFICA-PENDENTE - PERCORRE A FILA PROCURANDO
      * BAIXA POR PERDA AINDA PENDENTE DO MESMO TITULO
      *****************************************************
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
           IF APV-BAIXA-PERDA AND APV-PENDENTE
              AND APV-TIT-TIPO-DOC = WRK-TIPO-DOC
              AND APV-TIT-NUMERO = WRK-NUM-TITULO
              AND APV-TIT-PARCELA = WRK-PARCELA
               SET WRK-JA-PENDENTE TO TRUE
           ELSE
               PERFORM LER-APROVACAO
           END-IF.

       CONFIRMA-SOLICITACAO.
           DISPLAY 'MOTIVO DA BAIXA POR PERDA.. '
           ACCEPT WRK-MOTIVO.
           DISPLAY 'CONFIRMA A SOLICITACAO (S/N).. '
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S'
               PERFORM GRAVA-SOLICITACAO-PERDA
               DISPLAY 'SOLICITACAO ' WRK-NUM-APROVACAO
                       ' REGISTRADA - AGUARDA APROVACAO '
                       'NO PROGCOB93'
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY 'SOLICITACAO NAO REGISTRADA'
           END-IF.

       GRAVA-SOLICITACAO-PERDA.
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
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-NUM-APROVACAO TO APV-SEQ.
           SET APV-BAIXA-PERDA TO TRUE.
           MOVE WRK-CLI-CODIGO TO APV-CHAVE-REF.
           MOVE WRK-SALDO TO APV-VALOR-NOVO.
           MOVE WRK-MOTIVO (1:30) TO APV-MOTIVO.
           MOVE WRK-USUARIO TO APV-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO APV-DATA-SOLIC.
           SET APV-PENDENTE TO TRUE.
           MOVE SPACES TO APV-APROVADOR.
           MOVE ZEROS TO APV-DATA-DECISAO.
           MOVE WRK-TIPO-DOC   TO APV-TIT-TIPO-DOC.
           MOVE WRK-NUM-TITULO TO APV-TIT-NUMERO.
           MOVE WRK-PARCELA    TO APV-TIT-PARCELA.
           WRITE APV-REGISTRO.
           CLOSE APROVACOES.

      *****************************************************
      * LE-PARAMETROS - SEM O PARMPDD (OU COM OS DIAS EM
      * BRANCO) A BAIXA E PERMITIDA A PARTIR DE 180 DIAS
      *****************************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PDP-DIAS-PERDA IS NUMERIC
                          AND PDP-DIAS-PERDA > 0
                           MOVE PDP-DIAS-PERDA TO WRK-DIAS-PERDA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       CAPTURA-TIPO-DOC.
           ACCEPT WRK-TIPO-DOC.
           IF WRK-TIPO-DOC = SPACE
               MOVE 'F' TO WRK-TIPO-DOC
           END-IF.
           IF NOT WRK-TIPO-DOC-VALIDO
               DISPLAY 'TIPO INVALIDO - DIGITE F, E OU A'
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
           MOVE 'PROGC114' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'SOLIC PERDA SEQ=' WRK-NUM-APROVACAO
               ' ' WRK-TIPO-DOC ' NF=' WRK-NUM-TITULO
               '/' WRK-PARCELA
               ' SALDO=' WRK-SALDO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-NUM-TITULO
               VALIDNUM-CAMPO     BY WRK-NUM-TITULO
               VALIDNUM-CHAVE-SW  BY WRK-NUM-TITULO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PARCELA
               VALIDNUM-CAMPO     BY WRK-PARCELA
               VALIDNUM-CHAVE-SW  BY WRK-PARCELA-SW.
