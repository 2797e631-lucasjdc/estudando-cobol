       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC135.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: REAJUSTE COLETIVO (DISSIDIO) COM AS
      * DIFERENCAS RETROATIVAS - OPCAO 1 CADASTRA O ACORDO
      * (PERCENTUAL E/OU PISO, VIGENCIA, CENTRO DE CUSTO E
      * FAIXA DE SALARIO), EMITE A SIMULACAO POR EMPREGADO
      * (RELDISSI) PARA A CONFERENCIA DO RH E COLOCA O
      * ACORDO NA FILA DE APROVACAO (APROVACO TIPO C) - COMO
      * O REAJUSTE INDIVIDUAL DO PROGCOB31, SO OUTRO
      * ADMINISTRADOR LIBERA NO PROGCOB93; OPCAO 2 EFETIVA O
      * ACORDO APROVADO: ALTERA O SALARIO BASE, GRAVA O
      * SALHIST E GERA NO DIFRETRO AS DIFERENCAS SOBRE
      * SALARIO, HORAS EXTRAS, 13O E FERIAS JA PAGOS DESDE A
      * VIGENCIA (HOLERITES DO HOLARQ), PAGAS NA PROXIMA
      * FOLHA MENSAL DO PROGCOB32; OPCAO 3 REEMITE A
      * SIMULACAO E OPCAO 4 LISTA OS ACORDOS. A DIFERENCA
      * DE SALARIO RESPEITA OS DIAS PAGOS DO MES
      * (AFASTAMENTOS, ROTINA AFASDIAS) E A VIGENCIA NO MEIO
      * DO MES
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
           SELECT DISSIDIOS ASSIGN TO "DISSIDIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIS-NUMERO
               FILE STATUS IS WRK-DISSIDIOS-ST.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT HOLERITE-ARQ ASSIGN TO "HOLARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HAR-CHAVE
               FILE STATUS IS WRK-HOLERITE-ARQ-ST.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-AFASTAMENTOS-ST.
           SELECT DIF-RETROATIVA ASSIGN TO "DIFRETRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRT-CHAVE
               FILE STATUS IS WRK-DIF-RETROATIVA-ST.
           SELECT SALARIO-HIST ASSIGN TO "SALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALARIO-HIST-ST.
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
           SELECT RELATORIO ASSIGN TO "RELDISSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISSIDIOS.
           COPY DISSREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  HOLERITE-ARQ.
           COPY HOLARQREG.
       FD  AFASTAMENTOS.
           COPY AFASTREG.
       FD  DIF-RETROATIVA.
           COPY DIFRTREG.
       FD  SALARIO-HIST.
           COPY SALHISREG.
       FD  APROVACOES.
           COPY APROVREG.
       FD  AP-CONTROLE.
           COPY APCTLREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  PERIODOS.
           COPY PERIODREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-DISSIDIOS-ST     PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-HOLERITE-ARQ-ST  PIC X(02) VALUE SPACES.
       77 WRK-AFASTAMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-DIF-RETROATIVA-ST PIC X(02) VALUE SPACES.
       77 WRK-SALARIO-HIST-ST  PIC X(02) VALUE SPACES.
       77 WRK-APROVACOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-AP-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-NUMERO           PIC 9(04) VALUE ZEROS.
       77 WRK-NUMERO-SW        PIC X(01) VALUE 'N'.
           88 WRK-NUMERO-VALIDO VALUE 'S'.
       77 WRK-DESCRICAO        PIC X(30) VALUE SPACES.
       77 WRK-VIGENCIA         PIC 9(08) VALUE ZEROS.
       77 WRK-VIGENCIA-SW      PIC X(01) VALUE 'N'.
           88 WRK-VIGENCIA-VALIDA VALUE 'S'.
       77 WRK-PERCENTUAL       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL-SW    PIC X(01) VALUE 'N'.
           88 WRK-PERCENTUAL-VALIDO VALUE 'S'.
       77 WRK-PISO             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PISO-SW          PIC X(01) VALUE 'N'.
           88 WRK-PISO-VALIDO VALUE 'S'.
       77 WRK-CCUSTO           PIC 9(04) VALUE ZEROS.
       77 WRK-CCUSTO-SW        PIC X(01) VALUE 'N'.
           88 WRK-CCUSTO-VALIDO VALUE 'S'.
       77 WRK-SALARIO-MIN      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-MIN-SW   PIC X(01) VALUE 'N'.
           88 WRK-SALARIO-MIN-VALIDO VALUE 'S'.
       77 WRK-SALARIO-MAX      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-MAX-SW   PIC X(01) VALUE 'N'.
           88 WRK-SALARIO-MAX-VALIDO VALUE 'S'.
       77 WRK-DADO-OK-SW       PIC X(01) VALUE 'N'.
           88 WRK-DADO-OK VALUE 'S'.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WRK-EFETIVA-SW       PIC X(01) VALUE 'N'.
           88 WRK-EFETIVANDO VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-SALHIST      PIC X(01) VALUE 'N'.
           88 WRK-FIM-SALHIST-OK VALUE 'S'.
       77 WRK-ULTIMO-NUMERO    PIC 9(04) VALUE ZEROS.
       77 WRK-NUM-APROVACAO    PIC 9(06) VALUE ZEROS.
       77 WRK-COMPET-ATUAL     PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA.
           02 WRK-CMP-ANO      PIC 9(04).
           02 WRK-CMP-MES      PIC 9(02).
       01 WRK-COMPETENCIA-N REDEFINES WRK-COMPETENCIA PIC 9(06).
       01 WRK-DATA-HOJE.
           02 WRK-HOJE-ANO     PIC 9(04).
           02 WRK-HOJE-MES     PIC 9(02).
           02 WRK-HOJE-DIA     PIC 9(02).
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE PIC 9(08).
       77 WRK-MES-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-MES         PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-VIGENTES    PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PAGOS       PIC S9(03) VALUE ZEROS.
       77 WRK-SALARIO-ATUAL    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-NOVO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-SALARIO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-EXTRA        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-13           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-FERIAS       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-TOTAL        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTD-EMPREGADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CONFERIR     PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-DIFERENCAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-APROVADO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONFERIR-SW      PIC X(01) VALUE 'N'.
           88 WRK-CONFERIR VALUE 'S'.
       77 WRK-QTD-REAJUSTES    PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-REAJUSTES.
           02 WRK-REA-MATRICULA PIC 9(06) OCCURS 500 TIMES
              INDEXED BY WRK-IDX-REA.
       77 WRK-ANTERIOR-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-NOVO-ED          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SAL-ED           PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-EXTRA-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-13-ED            PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FERIAS-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-GERAL-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
           COPY AFASWRK.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC135' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O DISSIDIOS.
           IF WRK-DISSIDIOS-ST NOT = '00'
               CLOSE DISSIDIOS
               OPEN OUTPUT DISSIDIOS
               CLOSE DISSIDIOS
               OPEN I-O DISSIDIOS
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-COMPET-ATUAL =
               (WRK-HOJE-ANO * 100) + WRK-HOJE-MES.
           DISPLAY '===================================='.
           DISPLAY 'REAJUSTE COLETIVO (DISSIDIO)'.
           DISPLAY '1-CADASTRAR E SIMULAR'.
           DISPLAY '2-EFETIVAR DISSIDIO APROVADO'.
           DISPLAY '3-REEMITIR SIMULACAO'.
           DISPLAY '4-LISTAR DISSIDIOS'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE DISSIDIOS
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM CADASTRA-DISSIDIO
               WHEN 2
                   PERFORM EFETIVA-DISSIDIO
               WHEN 3
                   PERFORM REEMITE-SIMULACAO
               WHEN 4
                   PERFORM LISTA-DISSIDIOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE DISSIDIOS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 3 WHEN 4
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2
                   SET ACE-APROVAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * CADASTRA-DISSIDIO - CAPTURA O ACORDO, SIMULA SOBRE O
      * CADASTRO ATUAL E, CONFIRMADO, GRAVA O DISSIDIO E A
      * SOLICITACAO NA FILA DE APROVACAO
      *****************************************************
       CADASTRA-DISSIDIO.
           DISPLAY 'DESCRICAO DO ACORDO.. '
           ACCEPT WRK-DESCRICAO.
           MOVE 'N' TO WRK-DADO-OK-SW.
           PERFORM CAPTURA-VIGENCIA-VALIDA UNTIL WRK-DADO-OK.
           MOVE 'N' TO WRK-DADO-OK-SW.
           PERFORM CAPTURA-REGRA UNTIL WRK-DADO-OK.
           MOVE 'N' TO WRK-DADO-OK-SW.
           PERFORM CAPTURA-GRUPO UNTIL WRK-DADO-OK.
           PERFORM PROCURA-ULTIMO-NUMERO.
           MOVE SPACES TO DIS-REGISTRO.
           COMPUTE DIS-NUMERO = WRK-ULTIMO-NUMERO + 1.
           MOVE WRK-DESCRICAO   TO DIS-DESCRICAO.
           MOVE WRK-VIGENCIA    TO DIS-VIGENCIA.
           MOVE WRK-PERCENTUAL  TO DIS-PERCENTUAL.
           MOVE WRK-PISO        TO DIS-PISO.
           MOVE WRK-CCUSTO      TO DIS-CCUSTO.
           MOVE WRK-SALARIO-MIN TO DIS-SALARIO-MIN.
           MOVE WRK-SALARIO-MAX TO DIS-SALARIO-MAX.
           SET DIS-PENDENTE     TO TRUE.
           MOVE ZEROS TO DIS-APV-SEQ.
           MOVE ZEROS TO DIS-DATA-EFETIVACAO.
           MOVE 'N' TO WRK-EFETIVA-SW.
           PERFORM PROCESSA-GRUPO.
           MOVE WRK-QTD-EMPREGADOS   TO DIS-QTD-EMPREGADOS.
           MOVE WRK-TOTAL-DIFERENCAS TO DIS-TOTAL-DIFERENCAS.
           IF WRK-QTD-EMPREGADOS = 0
               DISPLAY 'NENHUM EMPREGADO DO GRUPO TEM REAJUSTE - '
                       'DISSIDIO NAO REGISTRADO'
           ELSE
               PERFORM CONFIRMA-DISSIDIO
           END-IF.

       CONFIRMA-DISSIDIO.
           MOVE WRK-QTD-EMPREGADOS TO WRK-QTD-ED.
           MOVE WRK-TOTAL-DIFERENCAS TO WRK-GERAL-ED.
           DISPLAY 'SIMULACAO EM RELDISSI - EMPREGADOS '
                   WRK-QTD-ED ' DIFERENCAS ' WRK-GERAL-ED.
           DISPLAY 'REGISTRAR E ENVIAR PARA APROVACAO (S/N).. '
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM LE-OPERADOR-SESSAO
               MOVE WRK-USUARIO   TO DIS-SOLICITANTE
               MOVE WRK-DATA-HOJE-N TO DIS-DATA-SOLIC
               PERFORM GRAVA-SOLICITACAO-APROVACAO
               MOVE WRK-NUM-APROVACAO TO DIS-APV-SEQ
               WRITE DIS-REGISTRO
                   INVALID KEY
                       DISPLAY 'NUMERO DE DISSIDIO JA EXISTE'
                   NOT INVALID KEY
                       DISPLAY 'DISSIDIO ' DIS-NUMERO
                               ' REGISTRADO - SOLICITACAO '
                               WRK-NUM-APROVACAO
                               ' AGUARDA APROVACAO NO PROGCOB93'
                       PERFORM GRAVA-AUDITORIA
               END-WRITE
           ELSE
               DISPLAY 'OPERACAO CANCELADA'
           END-IF.

       CAPTURA-VIGENCIA-VALIDA.
           DISPLAY 'VIGENCIA DO REAJUSTE (AAAAMMDD).. '.
           MOVE 'N' TO WRK-VIGENCIA-SW.
           PERFORM CAPTURA-VIGENCIA UNTIL WRK-VIGENCIA-VALIDA.
           SET DUT-FC-VALIDA-DATA TO TRUE.
           MOVE WRK-VIGENCIA TO DUT-DATA-1.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF NOT DUT-OK
               DISPLAY 'DATA INVALIDA'
           ELSE
               IF WRK-VIGENCIA > WRK-DATA-HOJE-N
                   DISPLAY 'VIGENCIA FUTURA - CADASTRE NO MES DO '
                           'REAJUSTE'
               ELSE
                   SET WRK-DADO-OK TO TRUE
               END-IF
           END-IF.

       CAPTURA-REGRA.
           DISPLAY 'PERCENTUAL DE REAJUSTE (ZERO = SO PISO).. '.
           MOVE 'N' TO WRK-PERCENTUAL-SW.
           PERFORM CAPTURA-PERCENTUAL UNTIL WRK-PERCENTUAL-VALIDO.
           DISPLAY 'PISO SALARIAL (ZERO = SEM PISO).. '.
           MOVE 'N' TO WRK-PISO-SW.
           PERFORM CAPTURA-PISO UNTIL WRK-PISO-VALIDO.
           IF WRK-PERCENTUAL = ZEROS AND WRK-PISO = ZEROS
               DISPLAY 'INFORME O PERCENTUAL, O PISO OU AMBOS'
           ELSE
               SET WRK-DADO-OK TO TRUE
           END-IF.

       CAPTURA-GRUPO.
           DISPLAY 'CENTRO DE CUSTO (ZERO = TODOS).. '.
           MOVE 'N' TO WRK-CCUSTO-SW.
           PERFORM CAPTURA-CCUSTO UNTIL WRK-CCUSTO-VALIDO.
           DISPLAY 'SALARIO MINIMO DA FAIXA (ZERO = SEM PISO).. '.
           MOVE 'N' TO WRK-SALARIO-MIN-SW.
           PERFORM CAPTURA-SALARIO-MIN UNTIL WRK-SALARIO-MIN-VALIDO.
           DISPLAY 'SALARIO MAXIMO DA FAIXA (ZERO = SEM TETO).. '.
           MOVE 'N' TO WRK-SALARIO-MAX-SW.
           PERFORM CAPTURA-SALARIO-MAX UNTIL WRK-SALARIO-MAX-VALIDO.
           IF WRK-SALARIO-MAX > ZEROS
              AND WRK-SALARIO-MAX < WRK-SALARIO-MIN
               DISPLAY 'MAXIMO DA FAIXA MENOR QUE O MINIMO'
           ELSE
               SET WRK-DADO-OK TO TRUE
           END-IF.

       PROCURA-ULTIMO-NUMERO.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO DIS-NUMERO.
           START DISSIDIOS KEY >= DIS-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-DISSIDIO.
           PERFORM GUARDA-NUMERO UNTIL WRK-FIM-ARQUIVO-OK.

       GUARDA-NUMERO.
           MOVE DIS-NUMERO TO WRK-ULTIMO-NUMERO.
           PERFORM LER-DISSIDIO.

       LER-DISSIDIO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ DISSIDIOS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

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
           SET APV-DISSIDIO TO TRUE.
           MOVE DIS-NUMERO TO APV-CHAVE-REF.
           MOVE WRK-TOTAL-DIFERENCAS TO APV-VALOR-NOVO.
           MOVE DIS-DESCRICAO TO APV-MOTIVO.
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
      * EFETIVA-DISSIDIO - SO O DISSIDIO APROVADO POR OUTRO
      * ADMINISTRADOR; OS VALORES SAO RECALCULADOS SOBRE O
      * CADASTRO DO DIA (O RELDISSI SAI DE NOVO COM O QUE
      * FOI EFETIVADO) E A COMPETENCIA DA DATA PRECISA
      * ESTAR ABERTA PARA A FOLHA
      *****************************************************
       EFETIVA-DISSIDIO.
           PERFORM LOCALIZA-DISSIDIO.
           IF WRK-DISSIDIOS-ST = '00'
               IF NOT DIS-APROVADO
                   DISPLAY 'DISSIDIO NAO ESTA APROVADO - SITUACAO '
                           DIS-STATUS
               ELSE
                   MOVE 'F' TO WRK-PER-AREA
                   MOVE WRK-DATA-HOJE-N TO WRK-PER-DATA
                   MOVE 'PROGC135' TO WRK-PER-PROGRAMA
                   MOVE DIS-NUMERO TO WRK-PER-REFERENCIA
                   PERFORM VERIFICA-PERIODO
                   IF NOT WRK-PER-FECHADO
                       PERFORM CONFIRMA-EFETIVACAO
                   END-IF
               END-IF
           END-IF.

       CONFIRMA-EFETIVACAO.
           MOVE DIS-TOTAL-DIFERENCAS TO WRK-GERAL-ED.
           DISPLAY 'DISSIDIO ' DIS-NUMERO ' ' DIS-DESCRICAO.
           DISPLAY 'DIFERENCAS SIMULADAS ' WRK-GERAL-ED.
           DISPLAY 'CONFIRMA A EFETIVACAO (S/N).. '
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               MOVE DIS-TOTAL-DIFERENCAS TO WRK-TOTAL-APROVADO
               PERFORM LE-OPERADOR-SESSAO
               OPEN I-O DIF-RETROATIVA
               IF WRK-DIF-RETROATIVA-ST NOT = '00'
                   CLOSE DIF-RETROATIVA
                   OPEN OUTPUT DIF-RETROATIVA
                   CLOSE DIF-RETROATIVA
                   OPEN I-O DIF-RETROATIVA
               END-IF
               OPEN EXTEND SALARIO-HIST
               SET WRK-EFETIVANDO TO TRUE
               PERFORM PROCESSA-GRUPO
               CLOSE SALARIO-HIST
               CLOSE DIF-RETROATIVA
               SET DIS-EFETIVADO TO TRUE
               MOVE WRK-QTD-EMPREGADOS   TO DIS-QTD-EMPREGADOS
               MOVE WRK-TOTAL-DIFERENCAS TO DIS-TOTAL-DIFERENCAS
               MOVE WRK-DATA-HOJE-N      TO DIS-DATA-EFETIVACAO
               MOVE WRK-USUARIO          TO DIS-OPER-EFETIVACAO
               REWRITE DIS-REGISTRO
               MOVE WRK-QTD-EMPREGADOS TO WRK-QTD-ED
               MOVE WRK-TOTAL-DIFERENCAS TO WRK-GERAL-ED
               DISPLAY 'DISSIDIO EFETIVADO - EMPREGADOS '
                       WRK-QTD-ED ' DIFERENCAS ' WRK-GERAL-ED
               IF WRK-TOTAL-DIFERENCAS NOT = WRK-TOTAL-APROVADO
                   DISPLAY 'ATENCAO: TOTAL DIFERENTE DO APROVADO - '
                           'CADASTRO MUDOU DESDE A SIMULACAO '
                           '(VER RELDISSI)'
               END-IF
               DISPLAY 'DIFERENCAS PAGAS NA PROXIMA FOLHA MENSAL'
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY 'OPERACAO CANCELADA'
           END-IF.

       REEMITE-SIMULACAO.
           PERFORM LOCALIZA-DISSIDIO.
           IF WRK-DISSIDIOS-ST = '00'
               IF DIS-EFETIVADO
                   DISPLAY 'DISSIDIO JA EFETIVADO EM '
                           DIS-DATA-EFETIVACAO
               ELSE
                   MOVE 'N' TO WRK-EFETIVA-SW
                   PERFORM PROCESSA-GRUPO
                   MOVE WRK-QTD-EMPREGADOS TO WRK-QTD-ED
                   MOVE WRK-TOTAL-DIFERENCAS TO WRK-GERAL-ED
                   DISPLAY 'SIMULACAO EM RELDISSI - EMPREGADOS '
                           WRK-QTD-ED ' DIFERENCAS ' WRK-GERAL-ED
               END-IF
           END-IF.

       LOCALIZA-DISSIDIO.
           DISPLAY 'NUMERO DO DISSIDIO.. '
           PERFORM CAPTURA-NUMERO UNTIL WRK-NUMERO-VALIDO.
           MOVE WRK-NUMERO TO DIS-NUMERO.
           READ DISSIDIOS
               INVALID KEY
                   DISPLAY 'DISSIDIO NAO ENCONTRADO'
           END-READ.

       LISTA-DISSIDIOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO DIS-NUMERO.
           START DISSIDIOS KEY >= DIS-NUMERO
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           DISPLAY 'NUM  VIGENCIA SIT EMPREG      DIFERENCAS '
                   'DESCRICAO'.
           PERFORM LER-DISSIDIO.
           PERFORM MOSTRA-DISSIDIO UNTIL WRK-FIM-ARQUIVO-OK.

       MOSTRA-DISSIDIO.
           MOVE DIS-TOTAL-DIFERENCAS TO WRK-GERAL-ED.
           DISPLAY DIS-NUMERO ' ' DIS-VIGENCIA ' ' DIS-STATUS
                   '   ' DIS-QTD-EMPREGADOS ' ' WRK-GERAL-ED ' '
                   DIS-DESCRICAO.
           PERFORM LER-DISSIDIO.

      *****************************************************
      * PROCESSA-GRUPO - PERCORRE O CADASTRO E, PARA CADA
      * EMPREGADO ATIVO DO GRUPO QUE TEM AUMENTO, CALCULA AS
      * DIFERENCAS E IMPRIME; NA EFETIVACAO TAMBEM ALTERA O
      * SALARIO, GRAVA O SALHIST E O DIFRETRO
      *****************************************************
       PROCESSA-GRUPO.
           MOVE ZEROS TO WRK-QTD-EMPREGADOS.
           MOVE ZEROS TO WRK-QTD-CONFERIR.
           MOVE ZEROS TO WRK-TOTAL-DIFERENCAS.
           PERFORM CARREGA-REAJUSTES-PERIODO.
           IF WRK-EFETIVANDO
               OPEN I-O EMPREGADOS
           ELSE
               OPEN INPUT EMPREGADOS
           END-IF.
           OPEN INPUT HOLERITE-ARQ.
           OPEN INPUT AFASTAMENTOS.
           MOVE 'N' TO WRK-AFD-ARQ-SW.
           IF WRK-AFASTAMENTOS-ST = '00'
               SET WRK-AFD-ARQ-ABERTO TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO EMP-MATRICULA.
           START EMPREGADOS KEY >= EMP-MATRICULA
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-EMPREGADO.
           PERFORM AVALIA-EMPREGADO UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           IF WRK-AFD-ARQ-ABERTO
               CLOSE AFASTAMENTOS
           END-IF.
           CLOSE HOLERITE-ARQ.
           CLOSE EMPREGADOS.

       LER-EMPREGADO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ EMPREGADOS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       AVALIA-EMPREGADO.
           IF EMP-ATIVO
              AND (DIS-CCUSTO = ZEROS OR EMP-CCUSTO = DIS-CCUSTO)
              AND EMP-SALARIO-BASE NOT < DIS-SALARIO-MIN
              AND (DIS-SALARIO-MAX = ZEROS
                   OR EMP-SALARIO-BASE NOT > DIS-SALARIO-MAX)
               MOVE EMP-SALARIO-BASE TO WRK-SALARIO-ATUAL
               COMPUTE WRK-SALARIO-NOVO ROUNDED = WRK-SALARIO-ATUAL
                   * (100 + DIS-PERCENTUAL) / 100
               IF WRK-SALARIO-NOVO < DIS-PISO
                   MOVE DIS-PISO TO WRK-SALARIO-NOVO
               END-IF
               IF WRK-SALARIO-NOVO > WRK-SALARIO-ATUAL
                   PERFORM CALCULA-DIFERENCAS
                   PERFORM IMPRIME-EMPREGADO
                   IF WRK-EFETIVANDO
                       PERFORM APLICA-REAJUSTE-EMPREGADO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-EMPREGADO.

      *****************************************************
      * CALCULA-DIFERENCAS - COMPETENCIA A COMPETENCIA, DA
      * VIGENCIA ATE A ATUAL, SOBRE OS HOLERITES ARQUIVADOS:
      * MENSAL (SALARIO PELOS DIAS PAGOS A PARTIR DA
      * VIGENCIA E HORAS EXTRAS NA MESMA PROPORCAO DO
      * REAJUSTE), 13O (AS DUAS PARCELAS) E FERIAS
      *****************************************************
       CALCULA-DIFERENCAS.
           ADD 1 TO WRK-QTD-EMPREGADOS.
           MOVE ZEROS TO WRK-DIF-SALARIO.
           MOVE ZEROS TO WRK-DIF-EXTRA.
           MOVE ZEROS TO WRK-DIF-13.
           MOVE ZEROS TO WRK-DIF-FERIAS.
           COMPUTE WRK-COMPETENCIA-N = DIS-VIGENCIA / 100.
           PERFORM CALCULA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-N > WRK-COMPET-ATUAL.
           COMPUTE WRK-DIF-TOTAL = WRK-DIF-SALARIO + WRK-DIF-EXTRA
               + WRK-DIF-13 + WRK-DIF-FERIAS.
           ADD WRK-DIF-TOTAL TO WRK-TOTAL-DIFERENCAS.
           MOVE 'N' TO WRK-CONFERIR-SW.
           SET WRK-IDX-REA TO 1.
           SEARCH WRK-REA-MATRICULA
               AT END
                   CONTINUE
               WHEN WRK-IDX-REA > WRK-QTD-REAJUSTES
                   CONTINUE
               WHEN WRK-REA-MATRICULA (WRK-IDX-REA) = EMP-MATRICULA
                   SET WRK-CONFERIR TO TRUE
                   ADD 1 TO WRK-QTD-CONFERIR
           END-SEARCH.

       CALCULA-COMPETENCIA.
           MOVE EMP-MATRICULA     TO HAR-MATRICULA.
           MOVE WRK-COMPETENCIA-N TO HAR-COMPETENCIA.
           MOVE 'M' TO HAR-TIPO.
           READ HOLERITE-ARQ
               NOT INVALID KEY
                   PERFORM DIFERENCA-MENSAL
           END-READ.
           MOVE '1' TO HAR-TIPO.
           READ HOLERITE-ARQ
               NOT INVALID KEY
                   COMPUTE WRK-DIF-13 ROUNDED = WRK-DIF-13
                       + (HAR-BRUTO * (WRK-SALARIO-NOVO
                       - WRK-SALARIO-ATUAL) / WRK-SALARIO-ATUAL)
           END-READ.
           MOVE '2' TO HAR-TIPO.
           READ HOLERITE-ARQ
               NOT INVALID KEY
                   COMPUTE WRK-DIF-13 ROUNDED = WRK-DIF-13
                       + (HAR-BRUTO * (WRK-SALARIO-NOVO
                       - WRK-SALARIO-ATUAL) / WRK-SALARIO-ATUAL)
           END-READ.
           MOVE 'F' TO HAR-TIPO.
           READ HOLERITE-ARQ
               NOT INVALID KEY
                   COMPUTE WRK-DIF-FERIAS ROUNDED = WRK-DIF-FERIAS
                       + (HAR-BRUTO * (WRK-SALARIO-NOVO
                       - WRK-SALARIO-ATUAL) / WRK-SALARIO-ATUAL)
           END-READ.
           IF WRK-CMP-MES = 12
               ADD 1 TO WRK-CMP-ANO
               MOVE 1 TO WRK-CMP-MES
           ELSE
               ADD 1 TO WRK-CMP-MES
           END-IF.

      *****************************************************
      * DIFERENCA-MENSAL - O MES VAI DO DIA 1 AO DIA 1 DO
      * SEGUINTE; A PARTE VIGENTE COMECA NA VIGENCIA QUANDO
      * ELA CAI NO MES. DIAS DE INSS E DE LICENCA NAO
      * REMUNERADA NAO FORAM PAGOS E NAO TEM DIFERENCA
      *****************************************************
       DIFERENCA-MENSAL.
           COMPUTE WRK-MES-INICIO = (WRK-COMPETENCIA-N * 100) + 1.
           IF WRK-CMP-MES = 12
               COMPUTE WRK-MES-FIM = ((WRK-CMP-ANO + 1) * 10000)
                   + 101
           ELSE
               COMPUTE WRK-MES-FIM = WRK-MES-INICIO + 100
           END-IF.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE WRK-MES-INICIO TO DUT-DATA-1.
           MOVE WRK-MES-FIM    TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DIAS TO WRK-DIAS-MES.
           MOVE EMP-MATRICULA TO WRK-AFD-MATRICULA.
           IF DIS-VIGENCIA > WRK-MES-INICIO
               MOVE DIS-VIGENCIA TO WRK-AFD-INICIO
           ELSE
               MOVE WRK-MES-INICIO TO WRK-AFD-INICIO
           END-IF.
           MOVE WRK-MES-FIM TO WRK-AFD-FIM.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE WRK-AFD-INICIO TO DUT-DATA-1.
           MOVE WRK-MES-FIM    TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DIAS TO WRK-DIAS-VIGENTES.
           PERFORM APURA-AFASTAMENTOS.
           COMPUTE WRK-DIAS-PAGOS = WRK-DIAS-VIGENTES
               - WRK-AFD-DIAS-INSS - WRK-AFD-DIAS-SEM-VENC.
           IF WRK-DIAS-PAGOS < 0
               MOVE ZEROS TO WRK-DIAS-PAGOS
           END-IF.
           IF WRK-DIAS-MES > 0
               COMPUTE WRK-DIF-SALARIO ROUNDED = WRK-DIF-SALARIO
                   + ((WRK-SALARIO-NOVO - WRK-SALARIO-ATUAL)
                   * WRK-DIAS-PAGOS / WRK-DIAS-MES)
               COMPUTE WRK-DIF-EXTRA ROUNDED = WRK-DIF-EXTRA
                   + (HAR-VALOR-EXTRA * (WRK-SALARIO-NOVO
                   - WRK-SALARIO-ATUAL) / WRK-SALARIO-ATUAL
                   * WRK-DIAS-VIGENTES / WRK-DIAS-MES)
           END-IF.

      *****************************************************
      * CARREGA-REAJUSTES-PERIODO - MATRICULAS COM REAJUSTE
      * INDIVIDUAL NO SALHIST DESDE A VIGENCIA: A DIFERENCA
      * E CALCULADA SOBRE O SALARIO ATUAL E O RH CONFERE
      *****************************************************
       CARREGA-REAJUSTES-PERIODO.
           MOVE ZEROS TO WRK-QTD-REAJUSTES.
           MOVE 'N' TO WRK-FIM-SALHIST.
           OPEN INPUT SALARIO-HIST.
           IF WRK-SALARIO-HIST-ST = '00'
               PERFORM LER-SALHIST
               PERFORM GUARDA-REAJUSTE UNTIL WRK-FIM-SALHIST-OK
               CLOSE SALARIO-HIST
           END-IF.

       LER-SALHIST.
           READ SALARIO-HIST
               AT END
                   SET WRK-FIM-SALHIST-OK TO TRUE
           END-READ.

       GUARDA-REAJUSTE.
           IF SAL-DATA NOT < DIS-VIGENCIA
              AND WRK-QTD-REAJUSTES < 500
               ADD 1 TO WRK-QTD-REAJUSTES
               MOVE SAL-MATRICULA
                   TO WRK-REA-MATRICULA (WRK-QTD-REAJUSTES)
           END-IF.
           PERFORM LER-SALHIST.

       APLICA-REAJUSTE-EMPREGADO.
           MOVE EMP-MATRICULA     TO SAL-MATRICULA.
           MOVE WRK-DATA-HOJE-N   TO SAL-DATA.
           MOVE WRK-SALARIO-ATUAL TO SAL-VALOR-ANTERIOR.
           MOVE WRK-SALARIO-NOVO  TO SAL-VALOR-NOVO.
           MOVE SPACES TO SAL-MOTIVO.
           STRING 'DISSIDIO ' DIS-NUMERO ' ' DIS-DESCRICAO
               DELIMITED BY SIZE INTO SAL-MOTIVO.
           WRITE SAL-REGISTRO.
           MOVE WRK-SALARIO-NOVO TO EMP-SALARIO-BASE.
           REWRITE EMP-REGISTRO.
           IF WRK-DIF-TOTAL > 0
               MOVE SPACES TO DRT-REGISTRO
               MOVE EMP-MATRICULA     TO DRT-MATRICULA
               MOVE DIS-NUMERO        TO DRT-DISSIDIO
               MOVE WRK-SALARIO-ATUAL TO DRT-SALARIO-ANTERIOR
               MOVE WRK-SALARIO-NOVO  TO DRT-SALARIO-NOVO
               MOVE WRK-DIF-SALARIO   TO DRT-DIF-SALARIO
               MOVE WRK-DIF-EXTRA     TO DRT-DIF-EXTRA
               MOVE WRK-DIF-13        TO DRT-DIF-13
               MOVE WRK-DIF-FERIAS    TO DRT-DIF-FERIAS
               MOVE WRK-DIF-TOTAL     TO DRT-DIF-TOTAL
               SET DRT-PENDENTE       TO TRUE
               MOVE WRK-DATA-HOJE-N   TO DRT-DATA-GERACAO
               MOVE ZEROS             TO DRT-COMPET-PAGTO
               WRITE DRT-REGISTRO
                   INVALID KEY
                       DISPLAY 'DIFERENCA JA GERADA PARA A '
                               'MATRICULA ' EMP-MATRICULA
               END-WRITE
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           IF WRK-EFETIVANDO
               STRING 'DISSIDIO ' DIS-NUMERO ' - EFETIVACAO EM '
                      WRK-DATA-HOJE-N
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'DISSIDIO ' DIS-NUMERO ' - SIMULACAO EM '
                      WRK-DATA-HOJE-N ' (SEM EFEITO)'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING DIS-DESCRICAO ' VIGENCIA ' DIS-VIGENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE DIS-PISO TO WRK-NOVO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PERCENTUAL ' DIS-PERCENTUAL ' PISO ' WRK-NOVO-ED
                  ' CENTRO ' DIS-CCUSTO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE DIS-SALARIO-MIN TO WRK-ANTERIOR-ED.
           MOVE DIS-SALARIO-MAX TO WRK-NOVO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FAIXA DE SALARIO ' WRK-ANTERIOR-ED ' A '
                  WRK-NOVO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'MATRIC NOME                 SALARIO ANTERIOR E NOVO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '  DIFERENCAS: SALARIO, EXTRAS, 13O, FERIAS, TOTAL'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-EMPREGADO.
           MOVE WRK-SALARIO-ATUAL TO WRK-ANTERIOR-ED.
           MOVE WRK-SALARIO-NOVO  TO WRK-NOVO-ED.
           MOVE SPACES TO REL-LINHA.
           IF WRK-CONFERIR
               STRING EMP-MATRICULA ' ' EMP-NOME (1:20) ' '
                      WRK-ANTERIOR-ED ' ' WRK-NOVO-ED
                      ' CONFERIR REAJ.INDIVIDUAL'
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING EMP-MATRICULA ' ' EMP-NOME (1:20) ' '
                      WRK-ANTERIOR-ED ' ' WRK-NOVO-ED
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE WRK-DIF-SALARIO TO WRK-SAL-ED.
           MOVE WRK-DIF-EXTRA   TO WRK-EXTRA-ED.
           MOVE WRK-DIF-13      TO WRK-13-ED.
           MOVE WRK-DIF-FERIAS  TO WRK-FERIAS-ED.
           MOVE WRK-DIF-TOTAL   TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  ' WRK-SAL-ED ' ' WRK-EXTRA-ED ' ' WRK-13-ED
                  ' ' WRK-FERIAS-ED ' ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-EMPREGADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMPREGADOS REAJUSTADOS.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CONFERIR TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'A CONFERIR.............. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-DIFERENCAS TO WRK-GERAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DAS DIFERENCAS.... ' WRK-GERAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

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
           MOVE 'PROGC135' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'DISSIDIO OPCAO=' WRK-OPCAO
               ' NUM=' DIS-NUMERO ' SIT=' DIS-STATUS
               ' EMPREG=' WRK-QTD-EMPREGADOS
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
               VALIDNUM-PARAGRAFO BY CAPTURA-NUMERO
               VALIDNUM-CAMPO     BY WRK-NUMERO
               VALIDNUM-CHAVE-SW  BY WRK-NUMERO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VIGENCIA
               VALIDNUM-CAMPO     BY WRK-VIGENCIA
               VALIDNUM-CHAVE-SW  BY WRK-VIGENCIA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PERCENTUAL
               VALIDNUM-CAMPO     BY WRK-PERCENTUAL
               VALIDNUM-CHAVE-SW  BY WRK-PERCENTUAL-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PISO
               VALIDNUM-CAMPO     BY WRK-PISO
               VALIDNUM-CHAVE-SW  BY WRK-PISO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CCUSTO
               VALIDNUM-CAMPO     BY WRK-CCUSTO
               VALIDNUM-CHAVE-SW  BY WRK-CCUSTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-SALARIO-MIN
               VALIDNUM-CAMPO     BY WRK-SALARIO-MIN
               VALIDNUM-CHAVE-SW  BY WRK-SALARIO-MIN-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-SALARIO-MAX
               VALIDNUM-CAMPO     BY WRK-SALARIO-MAX
               VALIDNUM-CHAVE-SW  BY WRK-SALARIO-MAX-SW.

           COPY VERIFPER.

           COPY AFASDIAS.
