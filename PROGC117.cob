       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC117.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: REVISAO TRIMESTRAL AUTOMATICA DO LIMITE DE
      * CREDITO - NO FECHAMENTO DO TRIMESTRE (COMPETENCIA
      * 03, 06, 09 OU 12; NAS DEMAIS O PROGRAMA SO AVISA E
      * TERMINA) DA UMA NOTA DE 0 A 100 A CADA CLIENTE COM
      * MOVIMENTO NOS TRES MESES: PARTE DE 100 E DESCONTA A
      * MEDIA DE DIAS DE ATRASO DOS PAGAMENTOS (RECEBTOS,
      * BASE 30/360 DO PROGCOB54), O PERCENTUAL DEVOLVIDO
      * SOBRE O FATURADO (NOTAS DE CREDITO) E METADE DO
      * PERCENTUAL VENCIDO DA EXPOSICAO EM ABERTO. PELAS
      * NOTAS DE CORTE DO PARMLIM PROPOE AUMENTO (BOA NOTA,
      * PAGAMENTOS SUFICIENTES E LIMITE BEM USADO), REDUCAO
      * OU BLOQUEIO; CADA PROPOSTA ENTRA NA FILA DE
      * APROVACAO (APROVACO, TIPO L) E SO E APLICADA NO
      * PROGCOB93. O RELATORIO RELLIMIT LISTA AS PROPOSTAS
      * COM OS NUMEROS QUE LEVARAM A CADA UMA. SO ENTRAM
      * CLIENTES COM CREDITO LIBERADO; SEM LIMITE DEFINIDO
      * SO CABE PROPOSTA DE BLOQUEIO, E CLIENTE COM REVISAO
      * AINDA PENDENTE NA FILA NAO RECEBE OUTRA
      * DATA 2026-10-15
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEBIMENTOS ASSIGN TO "RECEBTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEBIMENTOS-ST.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLIENTE-STATUS.
           SELECT PARAMETROS ASSIGN TO "PARMLIM"
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
           SELECT RELATORIO ASSIGN TO "RELLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEBIMENTOS.
           COPY RECEBREG.
       FD  TITULOS.
           COPY TITREG.
       FD  CLIENTE.
           COPY CLIREG.
       FD  PARAMETROS.
           COPY PARMLMREG.
       FD  APROVACOES.
           COPY APROVREG.
       FD  AP-CONTROLE.
           COPY APCTLREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-RECEBIMENTOS-ST   PIC X(02) VALUE SPACES.
       77 WRK-TITULOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST     PIC X(02) VALUE SPACES.
       77 WRK-APROVACOES-ST     PIC X(02) VALUE SPACES.
       77 WRK-AP-CONTROLE-ST    PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO           PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW    PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-COMPETENCIA-INI   PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES            PIC 9(06) VALUE ZEROS.
       77 WRK-ANO               PIC 9(04) VALUE ZEROS.
       77 WRK-MES               PIC 9(02) VALUE ZEROS.
           88 WRK-MES-TRIMESTRE VALUE 3 6 9 12.
       01 WRK-DATA-PAGTO.
           02 WRK-PAG-ANO PIC 9(04).
           02 WRK-PAG-MES PIC 9(02).
           02 WRK-PAG-DIA PIC 9(02).
       01 WRK-DATA-VENCTO.
           02 WRK-VCT-ANO PIC 9(04).
           02 WRK-VCT-MES PIC 9(02).
           02 WRK-VCT-DIA PIC 9(02).
       77 WRK-DIAS-BASE         PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-PAGTO        PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-VENCTO       PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-ATRASO       PIC S9(05) COMP VALUE ZEROS.
       77 WRK-NOTA-AUMENTO      PIC 9(03) VALUE 80.
       77 WRK-NOTA-REDUCAO      PIC 9(03) VALUE 50.
       77 WRK-NOTA-BLOQUEIO     PIC 9(03) VALUE 20.
       77 WRK-PERC-USO-MIN      PIC 9(03) VALUE 70.
       77 WRK-MIN-PAGTOS        PIC 9(03) VALUE 3.
       77 WRK-PERC-AUMENTO      PIC 9(03)V99 VALUE 20.
       77 WRK-PERC-REDUCAO      PIC 9(03)V99 VALUE 25.
       77 WRK-MAX-CLIENTES      PIC 9(04) VALUE 999.
       77 WRK-QTD-CLIENTES      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-BUSCA         PIC 9(04) VALUE ZEROS.
       77 WRK-CLI-BUSCA         PIC 9(06) VALUE ZEROS.
       77 WRK-ACHOU-SW          PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-CLIENTE VALUE 'S'.
       01 WRK-TAB-CLIENTES.
           02 WRK-SC-CLIENTE OCCURS 999 TIMES
              INDEXED BY WRK-IDX-SC.
               03 WRK-SC-CLI-CODIGO PIC 9(06).
               03 WRK-SC-QTD-PAGTOS PIC 9(05).
               03 WRK-SC-VOLUME     PIC 9(09)V99.
               03 WRK-SC-SOMA-DIAS  PIC S9(08).
               03 WRK-SC-EXPOSICAO  PIC 9(09)V99.
               03 WRK-SC-VENCIDO    PIC 9(09)V99.
               03 WRK-SC-FATURADO   PIC 9(09)V99.
               03 WRK-SC-DEVOLVIDO  PIC 9(09)V99.
       77 WRK-MAX-PENDENTES     PIC 9(04) VALUE 999.
       77 WRK-QTD-PENDENTES     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PEND          PIC 9(04) VALUE ZEROS.
       77 WRK-PENDENTE-SW       PIC X(01) VALUE 'N'.
           88 WRK-JA-PENDENTE VALUE 'S'.
       01 WRK-TAB-PENDENTES.
           02 WRK-PEND-CLI-CODIGO PIC 9(06) OCCURS 999 TIMES.
       77 WRK-MEDIA-DIAS        PIC S9(05) VALUE ZEROS.
       77 WRK-PERC-DEVOLVIDO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PERC-VENCIDO      PIC 9(05)V99 VALUE ZEROS.
       77 WRK-PERC-USO          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-NOTA              PIC S9(05)V99 VALUE ZEROS.
       77 WRK-NOTA-INT          PIC 9(03) VALUE ZEROS.
       77 WRK-ACAO              PIC X(01) VALUE SPACES.
           88 WRK-PROPOE-AUMENTO  VALUE 'A'.
           88 WRK-PROPOE-REDUCAO  VALUE 'R'.
           88 WRK-PROPOE-BLOQUEIO VALUE 'B'.
           88 WRK-SEM-PROPOSTA    VALUE SPACE.
       77 WRK-ACAO-DESC         PIC X(08) VALUE SPACES.
       77 WRK-LIMITE-NOVO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-NUM-APROVACAO     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AVALIADOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AUMENTOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REDUCOES      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-BLOQUEIOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-JA-PENDENTES  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-NOTA-ED           PIC ZZ9 VALUE ZEROS.
       77 WRK-DIAS-ED           PIC -ZZ.ZZ9 VALUE ZEROS.
       77 WRK-PERC-ED           PIC ZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIMITE-ED         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DE FECHAMENTO DO TRIMESTRE '
                   '(AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - REVISAO NAO '
                       'EXECUTADA'
               GOBACK
           END-IF.
           IF NOT WRK-MES-TRIMESTRE
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' NAO FECHA TRIMESTRE - REVISAO DE LIMITE '
                       'NAO EXECUTADA'
               GOBACK
           END-IF.
           COMPUTE WRK-COMPETENCIA-INI = WRK-COMPETENCIA - 2.
           COMPUTE WRK-DIAS-BASE = (WRK-ANO * 360)
               + (WRK-MES * 30) + 30.
           PERFORM LE-OPERADOR-SESSAO.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-PENDENTES.
           PERFORM CARREGA-RECEBIMENTOS.
           PERFORM CARREGA-TITULOS.
           OPEN INPUT CLIENTE.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM ABRE-FILA.
           PERFORM AVALIA-CLIENTE
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-CLIENTES.
           PERFORM IMPRIME-TOTAIS.
           CLOSE AP-CONTROLE.
           CLOSE APROVACOES.
           CLOSE RELATORIO.
           CLOSE CLIENTE.
           DISPLAY 'REVISAO DE LIMITE ' WRK-COMPETENCIA
                   ' - AUMENTOS ' WRK-QTD-AUMENTOS
                   ' REDUCOES ' WRK-QTD-REDUCOES
                   ' BLOQUEIOS ' WRK-QTD-BLOQUEIOS.
           GOBACK.

      *****************************************************
      * LE-PARAMETROS - SEM O PARMLIM (OU COM CAMPOS EM
      * BRANCO) VALEM OS PADROES: AUMENTO COM NOTA 80 OU
      * MAIS, 3 PAGAMENTOS E 70% DO LIMITE EM USO (+20%);
      * REDUCAO ABAIXO DE 50 (-25%); BLOQUEIO ABAIXO DE 20
      *****************************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM ACEITA-PARAMETROS
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ACEITA-PARAMETROS.
           IF PLM-NOTA-AUMENTO IS NUMERIC
              AND PLM-NOTA-REDUCAO IS NUMERIC
              AND PLM-NOTA-BLOQUEIO IS NUMERIC
               MOVE PLM-NOTA-AUMENTO  TO WRK-NOTA-AUMENTO
               MOVE PLM-NOTA-REDUCAO  TO WRK-NOTA-REDUCAO
               MOVE PLM-NOTA-BLOQUEIO TO WRK-NOTA-BLOQUEIO
           END-IF.
           IF PLM-PERC-USO IS NUMERIC
               MOVE PLM-PERC-USO TO WRK-PERC-USO-MIN
           END-IF.
           IF PLM-MIN-PAGTOS IS NUMERIC
               MOVE PLM-MIN-PAGTOS TO WRK-MIN-PAGTOS
           END-IF.
           IF PLM-PERC-AUMENTO IS NUMERIC
              AND PLM-PERC-REDUCAO IS NUMERIC
               MOVE PLM-PERC-AUMENTO TO WRK-PERC-AUMENTO
               MOVE PLM-PERC-REDUCAO TO WRK-PERC-REDUCAO
           END-IF.

      *****************************************************
      * CARREGA-PENDENTES - CLIENTES QUE JA TEM REVISAO DE
      * LIMITE AGUARDANDO DECISAO NA FILA
      *****************************************************
       CARREGA-PENDENTES.
           OPEN INPUT APROVACOES.
           IF WRK-APROVACOES-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO APV-SEQ
               START APROVACOES KEY >= APV-SEQ
                   INVALID KEY
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-START
               PERFORM LER-APROVACAO
               PERFORM GUARDA-PENDENTE UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE APROVACOES
           END-IF.

       LER-APROVACAO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ APROVACOES NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       GUARDA-PENDENTE.
           IF APV-REVISAO-LIMITE AND APV-PENDENTE
              AND WRK-QTD-PENDENTES < WRK-MAX-PENDENTES
               ADD 1 TO WRK-QTD-PENDENTES
               MOVE APV-CHAVE-REF
                   TO WRK-PEND-CLI-CODIGO (WRK-QTD-PENDENTES)
           END-IF.
           PERFORM LER-APROVACAO.

      *****************************************************
      * CARREGA-RECEBIMENTOS - PAGAMENTOS DOS TRES MESES DO
      * TRIMESTRE, SEM AS RECUPERACOES DE PERDA (MESMO
      * CRITERIO DO PROGCOB54)
      *****************************************************
       CARREGA-RECEBIMENTOS.
           OPEN INPUT RECEBIMENTOS.
           IF WRK-RECEBIMENTOS-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-RECEBIMENTO
               PERFORM ACUMULA-RECEBIMENTO
                   UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE RECEBIMENTOS
           END-IF.

       LER-RECEBIMENTO.
           READ RECEBIMENTOS
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       ACUMULA-RECEBIMENTO.
           DIVIDE RCB-DATA BY 100 GIVING WRK-ANOMES.
           IF WRK-ANOMES >= WRK-COMPETENCIA-INI
              AND WRK-ANOMES <= WRK-COMPETENCIA
              AND NOT RCB-RECUPERACAO
               MOVE RCB-DATA        TO WRK-DATA-PAGTO
               MOVE RCB-DATA-VENCTO TO WRK-DATA-VENCTO
               COMPUTE WRK-DIAS-PAGTO = (WRK-PAG-ANO * 360)
                   + (WRK-PAG-MES * 30) + WRK-PAG-DIA
               COMPUTE WRK-DIAS-VENCTO = (WRK-VCT-ANO * 360)
                   + (WRK-VCT-MES * 30) + WRK-VCT-DIA
               COMPUTE WRK-DIAS-ATRASO =
                   WRK-DIAS-PAGTO - WRK-DIAS-VENCTO
               MOVE RCB-CLI-CODIGO TO WRK-CLI-BUSCA
               PERFORM LOCALIZA-CLIENTE
               IF WRK-ACHOU-CLIENTE
                   ADD 1 TO WRK-SC-QTD-PAGTOS (WRK-IDX-SC)
                   ADD RCB-VALOR TO WRK-SC-VOLUME (WRK-IDX-SC)
                   ADD WRK-DIAS-ATRASO
                       TO WRK-SC-SOMA-DIAS (WRK-IDX-SC)
               END-IF
           END-IF.
           PERFORM LER-RECEBIMENTO.

      *****************************************************
      * CARREGA-TITULOS - EXPOSICAO EM ABERTO E PARTE
      * VENCIDA ATE O FIM DO TRIMESTRE (30/360); FATURADO
      * (FATURAS) E DEVOLVIDO (NOTAS DE CREDITO) EMITIDOS
      * NO TRIMESTRE
      *****************************************************
       CARREGA-TITULOS.
           OPEN INPUT TITULOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM LER-TITULO.
           PERFORM ACUMULA-TITULO UNTIL WRK-FIM-ARQUIVO-OK.
           CLOSE TITULOS.

       LER-TITULO.
           READ TITULOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       ACUMULA-TITULO.
           DIVIDE TIT-DATA-EMISSAO BY 100 GIVING WRK-ANOMES.
           IF (TIT-ABERTO AND NOT TIT-CREDITO AND TIT-SALDO > 0)
              OR ((TIT-FATURA OR TIT-CREDITO)
                  AND NOT TIT-CANCELADO
                  AND WRK-ANOMES >= WRK-COMPETENCIA-INI
                  AND WRK-ANOMES <= WRK-COMPETENCIA)
               MOVE TIT-CLI-CODIGO TO WRK-CLI-BUSCA
               PERFORM LOCALIZA-CLIENTE
               IF WRK-ACHOU-CLIENTE
                   PERFORM SOMA-TITULO
               END-IF
           END-IF.
           PERFORM LER-TITULO.

       SOMA-TITULO.
           IF TIT-ABERTO AND NOT TIT-CREDITO AND TIT-SALDO > 0
               ADD TIT-SALDO TO WRK-SC-EXPOSICAO (WRK-IDX-SC)
               MOVE TIT-DATA-VENCTO TO WRK-DATA-VENCTO
               COMPUTE WRK-DIAS-VENCTO = (WRK-VCT-ANO * 360)
                   + (WRK-VCT-MES * 30) + WRK-VCT-DIA
               IF WRK-DIAS-VENCTO < WRK-DIAS-BASE
                   ADD TIT-SALDO TO WRK-SC-VENCIDO (WRK-IDX-SC)
               END-IF
           END-IF.
           IF NOT TIT-CANCELADO
              AND WRK-ANOMES >= WRK-COMPETENCIA-INI
              AND WRK-ANOMES <= WRK-COMPETENCIA
               EVALUATE TRUE
                   WHEN TIT-FATURA
                       ADD TIT-VALOR TO WRK-SC-FATURADO (WRK-IDX-SC)
                   WHEN TIT-CREDITO
                       ADD TIT-VALOR
                           TO WRK-SC-DEVOLVIDO (WRK-IDX-SC)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************
      * LOCALIZA-CLIENTE - PROCURA O CLIENTE NA TABELA E
      * INCLUI SE FOR NOVO (MESMO ESTILO DO PROGCOB54)
      *****************************************************
       LOCALIZA-CLIENTE.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-UMA-LINHA
               VARYING WRK-IDX-SC FROM 1 BY 1
               UNTIL WRK-IDX-SC > WRK-QTD-CLIENTES
                  OR WRK-ACHOU-CLIENTE.
           IF WRK-ACHOU-CLIENTE
               SET WRK-IDX-SC DOWN BY 1
           ELSE
               IF WRK-QTD-CLIENTES < WRK-MAX-CLIENTES
                   ADD 1 TO WRK-QTD-CLIENTES
                   SET WRK-IDX-SC TO WRK-QTD-CLIENTES
                   MOVE WRK-CLI-BUSCA
                       TO WRK-SC-CLI-CODIGO (WRK-IDX-SC)
                   MOVE ZEROS TO WRK-SC-QTD-PAGTOS (WRK-IDX-SC)
                   MOVE ZEROS TO WRK-SC-VOLUME     (WRK-IDX-SC)
                   MOVE ZEROS TO WRK-SC-SOMA-DIAS  (WRK-IDX-SC)
                   MOVE ZEROS TO WRK-SC-EXPOSICAO  (WRK-IDX-SC)
                   MOVE ZEROS TO WRK-SC-VENCIDO    (WRK-IDX-SC)
                   MOVE ZEROS TO WRK-SC-FATURADO   (WRK-IDX-SC)
                   MOVE ZEROS TO WRK-SC-DEVOLVIDO  (WRK-IDX-SC)
                   SET WRK-ACHOU-CLIENTE TO TRUE
               ELSE
                   DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                           WRK-CLI-BUSCA ' IGNORADO'
               END-IF
           END-IF.

       PROCURA-UMA-LINHA.
           IF WRK-SC-CLI-CODIGO (WRK-IDX-SC) = WRK-CLI-BUSCA
               SET WRK-ACHOU-CLIENTE TO TRUE
           END-IF.

       ABRE-FILA.
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

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'REVISAO DE LIMITE DE CREDITO - TRIMESTRE '
                  WRK-COMPETENCIA-INI ' A ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'NOTA: AUMENTO >= ' WRK-NOTA-AUMENTO
                  ' REDUCAO < ' WRK-NOTA-REDUCAO
                  ' BLOQUEIO < ' WRK-NOTA-BLOQUEIO
                  ' USO MINIMO ' WRK-PERC-USO-MIN '%'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * AVALIA-CLIENTE - SO CLIENTE CADASTRADO COM CREDITO
      * LIBERADO; A PROPOSTA VAI PARA A FILA E PARA O
      * RELATORIO
      *****************************************************
       AVALIA-CLIENTE.
           SET WRK-IDX-SC TO WRK-IDX-BUSCA.
           MOVE WRK-SC-CLI-CODIGO (WRK-IDX-SC) TO CLI-CODIGO.
           READ CLIENTE
               INVALID KEY
                   MOVE 'B' TO CLI-STATUS
           END-READ.
           IF CLI-CREDITO-OK
               ADD 1 TO WRK-QTD-AVALIADOS
               PERFORM CALCULA-NOTA
               PERFORM DECIDE-PROPOSTA
               IF NOT WRK-SEM-PROPOSTA
                   PERFORM VERIFICA-PENDENTE
                   IF WRK-JA-PENDENTE
                       ADD 1 TO WRK-QTD-JA-PENDENTES
                   ELSE
                       PERFORM GRAVA-PROPOSTA
                       PERFORM IMPRIME-PROPOSTA
                   PERFORM GRAVA-AUDITORIA
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * CALCULA-NOTA - 100 MENOS A MEDIA DE DIAS DE ATRASO
      * (SO SE POSITIVA), MENOS O PERCENTUAL DEVOLVIDO
      * SOBRE O FATURADO, MENOS METADE DO PERCENTUAL
      * VENCIDO DA EXPOSICAO; NUNCA ABAIXO DE ZERO
      *****************************************************
       CALCULA-NOTA.
           MOVE ZEROS TO WRK-MEDIA-DIAS.
           MOVE ZEROS TO WRK-PERC-DEVOLVIDO.
           MOVE ZEROS TO WRK-PERC-VENCIDO.
           MOVE ZEROS TO WRK-PERC-USO.
           IF WRK-SC-QTD-PAGTOS (WRK-IDX-SC) > 0
               COMPUTE WRK-MEDIA-DIAS =
                   WRK-SC-SOMA-DIAS (WRK-IDX-SC)
                   / WRK-SC-QTD-PAGTOS (WRK-IDX-SC)
           END-IF.
           IF WRK-SC-FATURADO (WRK-IDX-SC) > 0
               COMPUTE WRK-PERC-DEVOLVIDO ROUNDED =
                   WRK-SC-DEVOLVIDO (WRK-IDX-SC) * 100
                   / WRK-SC-FATURADO (WRK-IDX-SC)
                   ON SIZE ERROR
                       MOVE 100 TO WRK-PERC-DEVOLVIDO
               END-COMPUTE
           END-IF.
           IF WRK-PERC-DEVOLVIDO > 100
               MOVE 100 TO WRK-PERC-DEVOLVIDO
           END-IF.
           IF WRK-SC-EXPOSICAO (WRK-IDX-SC) > 0
               COMPUTE WRK-PERC-VENCIDO ROUNDED =
                   WRK-SC-VENCIDO (WRK-IDX-SC) * 100
                   / WRK-SC-EXPOSICAO (WRK-IDX-SC)
           END-IF.
           IF CLI-LIMITE-CREDITO > 0
               COMPUTE WRK-PERC-USO ROUNDED =
                   WRK-SC-EXPOSICAO (WRK-IDX-SC) * 100
                   / CLI-LIMITE-CREDITO
                   ON SIZE ERROR
                       MOVE 9999999,99 TO WRK-PERC-USO
               END-COMPUTE
           END-IF.
           MOVE 100 TO WRK-NOTA.
           IF WRK-MEDIA-DIAS > 0
               SUBTRACT WRK-MEDIA-DIAS FROM WRK-NOTA
           END-IF.
           SUBTRACT WRK-PERC-DEVOLVIDO FROM WRK-NOTA.
           COMPUTE WRK-NOTA = WRK-NOTA - (WRK-PERC-VENCIDO / 2).
           IF WRK-NOTA < 0
               MOVE ZEROS TO WRK-NOTA
           END-IF.
           MOVE WRK-NOTA TO WRK-NOTA-INT.

      *****************************************************
      * DECIDE-PROPOSTA - BLOQUEIO VALE PARA QUALQUER
      * CLIENTE ATIVO; AUMENTO E REDUCAO SO PARA QUEM TEM
      * LIMITE DEFINIDO (ZERO = SEM LIMITE)
      *****************************************************
       DECIDE-PROPOSTA.
           MOVE SPACE TO WRK-ACAO.
           MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-NOVO.
           EVALUATE TRUE
               WHEN WRK-NOTA-INT < WRK-NOTA-BLOQUEIO
                   SET WRK-PROPOE-BLOQUEIO TO TRUE
                   MOVE 'BLOQUEIO' TO WRK-ACAO-DESC
               WHEN WRK-NOTA-INT < WRK-NOTA-REDUCAO
                    AND CLI-LIMITE-CREDITO > 0
                   SET WRK-PROPOE-REDUCAO TO TRUE
                   MOVE 'REDUCAO ' TO WRK-ACAO-DESC
                   COMPUTE WRK-LIMITE-NOVO ROUNDED =
                       CLI-LIMITE-CREDITO
                       * (100 - WRK-PERC-REDUCAO) / 100
               WHEN WRK-NOTA-INT >= WRK-NOTA-AUMENTO
                    AND CLI-LIMITE-CREDITO > 0
                    AND WRK-SC-QTD-PAGTOS (WRK-IDX-SC)
                        >= WRK-MIN-PAGTOS
                    AND WRK-PERC-USO >= WRK-PERC-USO-MIN
                   SET WRK-PROPOE-AUMENTO TO TRUE
                   MOVE 'AUMENTO ' TO WRK-ACAO-DESC
                   COMPUTE WRK-LIMITE-NOVO ROUNDED =
                       CLI-LIMITE-CREDITO
                       * (100 + WRK-PERC-AUMENTO) / 100
                       ON SIZE ERROR
                           MOVE 9999999,99 TO WRK-LIMITE-NOVO
                   END-COMPUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VERIFICA-PENDENTE.
           MOVE 'N' TO WRK-PENDENTE-SW.
           PERFORM COMPARA-PENDENTE
               VARYING WRK-IDX-PEND FROM 1 BY 1
               UNTIL WRK-IDX-PEND > WRK-QTD-PENDENTES
                  OR WRK-JA-PENDENTE.

       COMPARA-PENDENTE.
           IF WRK-PEND-CLI-CODIGO (WRK-IDX-PEND) = CLI-CODIGO
               SET WRK-JA-PENDENTE TO TRUE
           END-IF.

      *****************************************************
      * GRAVA-PROPOSTA - NUMERACAO E GRAVACAO NOS MOLDES DO
      * GRAVA-SOLICITACAO-DESBLOQ DO PROGCOB16; O
      * SOLICITANTE E O PROPRIO LOTE
      *****************************************************
       GRAVA-PROPOSTA.
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
           MOVE SPACES TO APV-REGISTRO.
           MOVE WRK-NUM-APROVACAO TO APV-SEQ.
           SET APV-REVISAO-LIMITE TO TRUE.
           MOVE CLI-CODIGO TO APV-CHAVE-REF.
           MOVE WRK-LIMITE-NOVO TO APV-VALOR-NOVO.
           MOVE WRK-NOTA-INT TO WRK-NOTA-ED.
           STRING 'REVISAO TRIM ' WRK-COMPETENCIA
                  ' NOTA ' WRK-NOTA-ED
               DELIMITED BY SIZE INTO APV-MOTIVO.
           MOVE 'LOTE' TO APV-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO APV-DATA-SOLIC.
           SET APV-PENDENTE TO TRUE.
           MOVE ZEROS TO APV-DATA-DECISAO.
           MOVE WRK-ACAO TO APV-LIM-ACAO.
           MOVE ZEROS TO APV-TIT-NUMERO.
           MOVE ZEROS TO APV-TIT-PARCELA.
           WRITE APV-REGISTRO.
           EVALUATE TRUE
               WHEN WRK-PROPOE-AUMENTO
                   ADD 1 TO WRK-QTD-AUMENTOS
               WHEN WRK-PROPOE-REDUCAO
                   ADD 1 TO WRK-QTD-REDUCOES
               WHEN OTHER
                   ADD 1 TO WRK-QTD-BLOQUEIOS
           END-EVALUATE.

       IMPRIME-PROPOSTA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTE ' CLI-CODIGO ' ' CLI-NOME
                  ' ' WRK-ACAO-DESC ' SEQ ' WRK-NUM-APROVACAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SC-QTD-PAGTOS (WRK-IDX-SC) TO WRK-QTD-ED.
           MOVE WRK-SC-VOLUME (WRK-IDX-SC) TO WRK-VALOR-ED.
           MOVE WRK-MEDIA-DIAS TO WRK-DIAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   PAGTOS ' WRK-QTD-ED
                  ' VOLUME ' WRK-VALOR-ED
                  ' ATRASO MEDIO ' WRK-DIAS-ED
                  ' NOTA ' WRK-NOTA-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SC-EXPOSICAO (WRK-IDX-SC) TO WRK-VALOR-ED.
           MOVE WRK-PERC-VENCIDO TO WRK-PERC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   EXPOSICAO ' WRK-VALOR-ED
                  ' VENCIDO % ' WRK-PERC-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SC-DEVOLVIDO (WRK-IDX-SC) TO WRK-VALOR-ED.
           MOVE WRK-PERC-DEVOLVIDO TO WRK-PERC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   DEVOLVIDO ' WRK-VALOR-ED
                  ' DEVOLVIDO % ' WRK-PERC-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-ED.
           MOVE WRK-PERC-USO TO WRK-PERC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   LIMITE ATUAL ' WRK-LIMITE-ED
                  ' USO % ' WRK-PERC-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-LIMITE-NOVO TO WRK-LIMITE-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   LIMITE PROPOSTO ' WRK-LIMITE-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-AVALIADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTES AVALIADOS............ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-AUMENTOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROPOSTAS DE AUMENTO.......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-REDUCOES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROPOSTAS DE REDUCAO.......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-BLOQUEIOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROPOSTAS DE BLOQUEIO......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-JA-PENDENTES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'NAO PROPOSTOS (REVISAO ANTERIOR PENDENTE) '
                  WRK-QTD-ED
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
           MOVE 'PROGC117' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'PROP=' WRK-NUM-APROVACAO
               ' CLI=' CLI-CODIGO
               ' ACAO=' WRK-ACAO
               ' NOTA=' WRK-NOTA-ED
               ' LIMITE=' WRK-LIMITE-NOVO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
