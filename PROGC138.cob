       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC138.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: PROVISAO MENSAL DE 13O SALARIO E DE FERIAS
      * POR EMPREGADO NA COMPETENCIA INFORMADA - CONSTITUI
      * 1/12 DO SALARIO BASE PARA O 13O E 1/12 ACRESCIDO DO
      * TERCO CONSTITUCIONAL PARA AS FERIAS, COM O INSS
      * PATRONAL (20 POR CENTO) E O FGTS (8 POR CENTO) DO
      * PROGCOB78 SOBRE CADA VALOR, PARA O EMPREGADO ATIVO
      * COM 15 DIAS OU MAIS NO MES (FORA DOS DIAS DE INSS E
      * DE LICENCA NAO REMUNERADA - ROTINA AFASDIAS); BAIXA
      * O SALDO (PROVFOL) PELOS HOLERITES DE 13O E DE FERIAS
      * DO PROGCOB32 E DE RESCISAO DO PROGCOB73 ARQUIVADOS NO
      * HOLARQ ATE A COMPETENCIA E IMPRIME O SALDO POR
      * CENTRO DE CUSTO (RELPROVF). TRAVA DE COMPETENCIA
      * (PRVCTRL, NOS MOLDES DO ENCCTRL) E COMPETENCIA
      * FECHADA PARA A FOLHA NO PERIODOS RECUSAM A APURACAO
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT HOLERITE-ARQ ASSIGN TO "HOLARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HAR-CHAVE
               FILE STATUS IS WRK-HOLERITE-ARQ-ST.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-AFASTAMENTOS-ST.
           SELECT PROV-FOLHA ASSIGN TO "PROVFOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PVF-MATRICULA
               FILE STATUS IS WRK-PROV-FOLHA-ST.
           SELECT PROV-CONTROLE ASSIGN TO "PRVCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PFC-COMPETENCIA
               FILE STATUS IS WRK-PROV-CONTROLE-ST.
           SELECT RELATORIO ASSIGN TO "RELPROVF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  HOLERITE-ARQ.
           COPY HOLARQREG.
       FD  AFASTAMENTOS.
           COPY AFASTREG.
       FD  PROV-FOLHA.
           COPY PRVFOREG.
       FD  PROV-CONTROLE.
           COPY PRVCTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-HOLERITE-ARQ-ST  PIC X(02) VALUE SPACES.
       77 WRK-AFASTAMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-PROV-FOLHA-ST    PIC X(02) VALUE SPACES.
       77 WRK-PROV-CONTROLE-ST PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-HAR-SW           PIC X(01) VALUE 'N'.
           88 WRK-HAR-ABERTO VALUE 'S'.
       77 WRK-JA-APURADA-SW    PIC X(01) VALUE 'N'.
           88 WRK-JA-APURADA VALUE 'S'.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       01 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-CMP-ANO      PIC 9(04).
           02 WRK-CMP-MES      PIC 9(02).
       77 WRK-COMP-ANTERIOR    PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MES-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-MES         PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-TRAB        PIC S9(03) VALUE ZEROS.
       77 WRK-DIAS-MINIMO      PIC 9(02) VALUE 15.
       77 WRK-AVO-SW           PIC X(01) VALUE 'N'.
           88 WRK-TEM-AVO VALUE 'S'.
       77 WRK-PVF-SW           PIC X(01) VALUE 'N'.
           88 WRK-PVF-INEXISTENTE VALUE 'N'.
           88 WRK-PVF-EXISTE      VALUE 'E'.
           88 WRK-PVF-NOVO        VALUE 'I'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-HOLERITE     PIC X(01) VALUE 'N'.
           88 WRK-FIM-HOLERITE-OK VALUE 'S'.
       77 WRK-PERC-PATRONAL    PIC 9(02)V99 VALUE 20,00.
       77 WRK-PERC-FGTS        PIC 9(02)V99 VALUE 8,00.
       77 WRK-PROV-13          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PROV-FERIAS      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ENC-13           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ENC-FERIAS       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PAGO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BX-ENCARGO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-PROVISIONADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXAS       PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PROV-13      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PROV-FERIAS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PROV-ENC     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-BAIXA-13     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-BAIXA-FERIAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-BAIXA-ENC    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CONSTITUIDO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-BAIXADO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAX-CENTROS      PIC 9(03) VALUE 100.
       77 WRK-QTD-CENTROS      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BUSCA        PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-SW         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-CENTRO VALUE 'S'.
       01 WRK-TAB-CENTROS.
           02 WRK-CCU-LINHA OCCURS 100 TIMES
              INDEXED BY WRK-IDX-CCU.
               03 WRK-CCU-CODIGO   PIC 9(04).
               03 WRK-CCU-SALDO-13 PIC 9(09)V99.
               03 WRK-CCU-FERIAS   PIC 9(09)V99.
               03 WRK-CCU-ENCARGOS PIC 9(09)V99.
       77 WRK-CCU-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO-13     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-FERIAS       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ENCARGOS     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-GERAL        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-13-ED            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FERIAS-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ENCARGOS-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
           COPY AFASWRK.
           COPY PERIOWRK.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DA PROVISAO (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA UNTIL WRK-COMPETENCIA-VALIDA.
           IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' INVALIDA - PROVISAO NAO APURADA'
               GOBACK
           END-IF.
           PERFORM VERIFICA-COMPETENCIA-APURADA.
           IF WRK-JA-APURADA
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' JA PROVISIONADA EM ' PFC-DATA-APURACAO
                       ' - APURACAO RECUSADA'
               GOBACK
           END-IF.
           MOVE 'F' TO WRK-PER-AREA.
           COMPUTE WRK-PER-DATA = WRK-COMPETENCIA * 100 + 1.
           MOVE 'PROGC138' TO WRK-PER-PROGRAMA.
           MOVE 'PROVISAO' TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               CLOSE PROV-CONTROLE
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM MONTA-MES.
           OPEN INPUT EMPREGADOS.
           OPEN INPUT HOLERITE-ARQ.
           IF WRK-HOLERITE-ARQ-ST = '00'
               SET WRK-HAR-ABERTO TO TRUE
           ELSE
               DISPLAY 'HOLERITES ARQUIVADOS AUSENTES - '
                       'PROVISAO SEM BAIXAS'
           END-IF.
           OPEN INPUT AFASTAMENTOS.
           IF WRK-AFASTAMENTOS-ST = '00'
               SET WRK-AFD-ARQ-ABERTO TO TRUE
           END-IF.
           OPEN I-O PROV-FOLHA.
           IF WRK-PROV-FOLHA-ST NOT = '00'
               CLOSE PROV-FOLHA
               OPEN OUTPUT PROV-FOLHA
               CLOSE PROV-FOLHA
               OPEN I-O PROV-FOLHA
           END-IF.
           OPEN OUTPUT RELATORIO.
           IF WRK-EMPREGADOS-ST NOT = '00'
               MOVE 'CADASTRO DE EMPREGADOS INEXISTENTE'
                   TO REL-LINHA
               WRITE REL-LINHA
               CLOSE PROV-CONTROLE
           ELSE
               PERFORM LER-EMPREGADO
               PERFORM PROCESSA-EMPREGADO UNTIL WRK-FIM-ARQUIVO-OK
               PERFORM IMPRIME-CENTROS
               CLOSE EMPREGADOS
               PERFORM MARCA-COMPETENCIA-APURADA
               PERFORM GRAVA-AUDITORIA
           END-IF.
           IF WRK-AFD-ARQ-ABERTO
               CLOSE AFASTAMENTOS
           END-IF.
           IF WRK-HAR-ABERTO
               CLOSE HOLERITE-ARQ
           END-IF.
           CLOSE PROV-FOLHA.
           CLOSE RELATORIO.
           DISPLAY 'PROVISAO ' WRK-COMPETENCIA
                   ' PROVISIONADOS ' WRK-QTD-PROVISIONADOS
                   ' HOLERITES BAIXADOS ' WRK-QTD-BAIXAS.
           GOBACK.

      *****************************************************
      * VERIFICA-COMPETENCIA-APURADA / MARCA-COMPETENCIA-
      * APURADA - TRAVA NOS MOLDES DO ENCCTRL: A COMPETENCIA
      * SO E PROVISIONADA UMA VEZ, POIS A APURACAO ACUMULA
      * O SALDO POR EMPREGADO
      *****************************************************
       VERIFICA-COMPETENCIA-APURADA.
           OPEN I-O PROV-CONTROLE.
           IF WRK-PROV-CONTROLE-ST NOT = '00'
               CLOSE PROV-CONTROLE
               OPEN OUTPUT PROV-CONTROLE
               CLOSE PROV-CONTROLE
               OPEN I-O PROV-CONTROLE
           END-IF.
           MOVE WRK-COMPETENCIA TO PFC-COMPETENCIA.
           READ PROV-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-JA-APURADA TO TRUE
           END-READ.
           IF WRK-JA-APURADA
               CLOSE PROV-CONTROLE
           END-IF.

       MARCA-COMPETENCIA-APURADA.
           MOVE WRK-COMPETENCIA TO PFC-COMPETENCIA.
           MOVE WRK-DATA-HOJE TO PFC-DATA-APURACAO.
           MOVE WRK-QTD-PROVISIONADOS TO PFC-QTD-EMPREGADOS.
           MOVE WRK-TOT-CONSTITUIDO TO PFC-VALOR-PROVISAO.
           MOVE WRK-TOT-BAIXADO TO PFC-VALOR-BAIXA.
           WRITE PFC-REGISTRO.
           CLOSE PROV-CONTROLE.

      *****************************************************
      * MONTA-MES - O MES DA COMPETENCIA VAI DO DIA 1 AO DIA
      * 1 DO MES SEGUINTE (EXCLUSIVE); A COMPETENCIA
      * ANTERIOR MARCA O PONTO DE PARTIDA DAS BAIXAS DE UM
      * SALDO NOVO
      *****************************************************
       MONTA-MES.
           COMPUTE WRK-MES-INICIO = (WRK-COMPETENCIA * 100) + 1.
           IF WRK-CMP-MES = 12
               COMPUTE WRK-MES-FIM = ((WRK-CMP-ANO + 1) * 10000)
                   + 101
           ELSE
               COMPUTE WRK-MES-FIM = WRK-MES-INICIO + 100
           END-IF.
           IF WRK-CMP-MES = 1
               COMPUTE WRK-COMP-ANTERIOR =
                   ((WRK-CMP-ANO - 1) * 100) + 12
           ELSE
               COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 1
           END-IF.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE WRK-MES-INICIO TO DUT-DATA-1.
           MOVE WRK-MES-FIM    TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DIAS TO WRK-DIAS-MES.

       LER-EMPREGADO.
           READ EMPREGADOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

      *****************************************************
      * PROCESSA-EMPREGADO - CONSTITUI O AVO DO MES QUANDO
      * HA DIREITO (ABRINDO O SALDO NA PRIMEIRA VEZ), BAIXA
      * OS PAGAMENTOS ARQUIVADOS E SOMA O SALDO NO CENTRO
      * DE CUSTO ATUAL DO EMPREGADO
      *****************************************************
       PROCESSA-EMPREGADO.
           MOVE 'N' TO WRK-PVF-SW.
           MOVE EMP-MATRICULA TO PVF-MATRICULA.
           READ PROV-FOLHA
               NOT INVALID KEY
                   SET WRK-PVF-EXISTE TO TRUE
           END-READ.
           PERFORM VERIFICA-AVO.
           IF WRK-TEM-AVO
               IF WRK-PVF-INEXISTENTE
                   PERFORM ABRE-SALDO-PROVISAO
               END-IF
               PERFORM CONSTITUI-PROVISAO
           END-IF.
           IF NOT WRK-PVF-INEXISTENTE
               MOVE EMP-CCUSTO TO PVF-CCUSTO
               IF WRK-HAR-ABERTO
                   PERFORM BAIXA-PAGAMENTOS
               END-IF
               PERFORM GRAVA-SALDO-PROVISAO
               PERFORM SOMA-CENTRO-TABELA
           END-IF.
           PERFORM LER-EMPREGADO.

      *****************************************************
      * VERIFICA-AVO - O AVO DO MES E DEVIDO AO EMPREGADO
      * ATIVO COM 15 DIAS OU MAIS NO MES, CONTADOS DA
      * ADMISSAO E SEM OS DIAS DE INSS (DOENCA E ACIDENTE
      * APOS O 15O DIA) E DE LICENCA NAO REMUNERADA; O
      * DESLIGADO TEM O AVO PAGO NA RESCISAO
      *****************************************************
       VERIFICA-AVO.
           MOVE 'N' TO WRK-AVO-SW.
           IF EMP-ATIVO AND EMP-DATA-ADMISSAO < WRK-MES-FIM
               IF EMP-DATA-ADMISSAO > WRK-MES-INICIO
                   SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE
                   MOVE EMP-DATA-ADMISSAO TO DUT-DATA-1
                   MOVE WRK-MES-FIM       TO DUT-DATA-2
                   CALL 'PROGCOB26' USING DUT-PARAMETROS
                   MOVE DUT-DIAS TO WRK-DIAS-TRAB
               ELSE
                   MOVE WRK-DIAS-MES TO WRK-DIAS-TRAB
               END-IF
               MOVE EMP-MATRICULA  TO WRK-AFD-MATRICULA
               MOVE WRK-MES-INICIO TO WRK-AFD-INICIO
               MOVE WRK-MES-FIM    TO WRK-AFD-FIM
               PERFORM APURA-AFASTAMENTOS
               SUBTRACT WRK-AFD-DIAS-INSS WRK-AFD-DIAS-SEM-VENC
                   FROM WRK-DIAS-TRAB
               IF WRK-DIAS-TRAB NOT < WRK-DIAS-MINIMO
                   SET WRK-TEM-AVO TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * ABRE-SALDO-PROVISAO - SALDO NOVO COMECA ZERADO E SO
      * BAIXA HOLERITES A PARTIR DA COMPETENCIA, PARA O
      * HISTORICO DO HOLARQ NAO CONSUMIR A PRIMEIRA PROVISAO
      *****************************************************
       ABRE-SALDO-PROVISAO.
           MOVE EMP-MATRICULA     TO PVF-MATRICULA.
           MOVE EMP-CCUSTO        TO PVF-CCUSTO.
           MOVE ZEROS             TO PVF-SALDO-13.
           MOVE ZEROS             TO PVF-ENCARGO-13.
           MOVE ZEROS             TO PVF-SALDO-FERIAS.
           MOVE ZEROS             TO PVF-ENCARGO-FERIAS.
           MOVE ZEROS             TO PVF-ULT-COMPETENCIA.
           MOVE WRK-COMP-ANTERIOR TO PVF-BAIXA-P1.
           MOVE WRK-COMP-ANTERIOR TO PVF-BAIXA-P2.
           MOVE WRK-COMP-ANTERIOR TO PVF-BAIXA-FERIAS.
           MOVE WRK-COMP-ANTERIOR TO PVF-BAIXA-RESCISAO.
           SET WRK-PVF-NOVO TO TRUE.

       CONSTITUI-PROVISAO.
           COMPUTE WRK-PROV-13 ROUNDED = EMP-SALARIO-BASE / 12.
           COMPUTE WRK-PROV-FERIAS ROUNDED =
               EMP-SALARIO-BASE * 4 / 36.
           COMPUTE WRK-ENC-13 ROUNDED = WRK-PROV-13
               * (WRK-PERC-PATRONAL + WRK-PERC-FGTS) / 100.
           COMPUTE WRK-ENC-FERIAS ROUNDED = WRK-PROV-FERIAS
               * (WRK-PERC-PATRONAL + WRK-PERC-FGTS) / 100.
           ADD WRK-PROV-13     TO PVF-SALDO-13.
           ADD WRK-ENC-13      TO PVF-ENCARGO-13.
           ADD WRK-PROV-FERIAS TO PVF-SALDO-FERIAS.
           ADD WRK-ENC-FERIAS  TO PVF-ENCARGO-FERIAS.
           MOVE WRK-COMPETENCIA TO PVF-ULT-COMPETENCIA.
           ADD WRK-PROV-13     TO WRK-TOT-PROV-13.
           ADD WRK-PROV-FERIAS TO WRK-TOT-PROV-FERIAS.
           ADD WRK-ENC-13 WRK-ENC-FERIAS TO WRK-TOT-PROV-ENC.
           ADD WRK-PROV-13 WRK-PROV-FERIAS WRK-ENC-13
               WRK-ENC-FERIAS TO WRK-TOT-CONSTITUIDO.
           ADD 1 TO WRK-QTD-PROVISIONADOS.

      *****************************************************
      * BAIXA-PAGAMENTOS - PERCORRE OS HOLERITES ARQUIVADOS
      * DA MATRICULA ATE A COMPETENCIA; CADA TIPO SO BAIXA
      * O HOLERITE POSTERIOR AO ULTIMO JA BAIXADO, E O
      * HOLERITE PAGO DEPOIS DA PROVISAO DO MES ENTRA NA
      * APURACAO SEGUINTE
      *****************************************************
       BAIXA-PAGAMENTOS.
           MOVE 'N' TO WRK-FIM-HOLERITE.
           MOVE EMP-MATRICULA TO HAR-MATRICULA.
           MOVE ZEROS TO HAR-COMPETENCIA.
           MOVE LOW-VALUES TO HAR-TIPO.
           START HOLERITE-ARQ KEY >= HAR-CHAVE
               INVALID KEY
                   SET WRK-FIM-HOLERITE-OK TO TRUE
           END-START.
           PERFORM LER-HOLERITE.
           PERFORM AVALIA-HOLERITE UNTIL WRK-FIM-HOLERITE-OK.

       LER-HOLERITE.
           IF NOT WRK-FIM-HOLERITE-OK
               READ HOLERITE-ARQ NEXT
                   AT END
                       SET WRK-FIM-HOLERITE-OK TO TRUE
                   NOT AT END
                       IF HAR-MATRICULA NOT = EMP-MATRICULA
                          OR HAR-COMPETENCIA > WRK-COMPETENCIA
                           SET WRK-FIM-HOLERITE-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * AVALIA-HOLERITE - 1A PARCELA DO 13O E FERIAS BAIXAM
      * O VALOR PAGO (LIMITADO AO SALDO) COM O ENCARGO
      * PROPORCIONAL; A 2A PARCELA QUITA O 13O DO ANO E A
      * RESCISAO QUITA OS DOIS SALDOS
      *****************************************************
       AVALIA-HOLERITE.
           EVALUATE HAR-TIPO
               WHEN '1'
                   IF HAR-COMPETENCIA > PVF-BAIXA-P1
                       MOVE HAR-BRUTO TO WRK-VALOR-PAGO
                       PERFORM BAIXA-PARCIAL-13
                       MOVE HAR-COMPETENCIA TO PVF-BAIXA-P1
                       ADD 1 TO WRK-QTD-BAIXAS
                   END-IF
               WHEN '2'
                   IF HAR-COMPETENCIA > PVF-BAIXA-P2
                       PERFORM BAIXA-TOTAL-13
                       MOVE HAR-COMPETENCIA TO PVF-BAIXA-P2
                       ADD 1 TO WRK-QTD-BAIXAS
                   END-IF
               WHEN 'F'
                   IF HAR-COMPETENCIA > PVF-BAIXA-FERIAS
                       MOVE HAR-BRUTO TO WRK-VALOR-PAGO
                       PERFORM BAIXA-PARCIAL-FERIAS
                       MOVE HAR-COMPETENCIA TO PVF-BAIXA-FERIAS
                       ADD 1 TO WRK-QTD-BAIXAS
                   END-IF
               WHEN 'R'
                   IF HAR-COMPETENCIA > PVF-BAIXA-RESCISAO
                       PERFORM BAIXA-TOTAL-13
                       PERFORM BAIXA-TOTAL-FERIAS
                       MOVE HAR-COMPETENCIA TO PVF-BAIXA-RESCISAO
                       ADD 1 TO WRK-QTD-BAIXAS
                   END-IF
           END-EVALUATE.
           PERFORM LER-HOLERITE.

       BAIXA-PARCIAL-13.
           IF WRK-VALOR-PAGO < PVF-SALDO-13
               COMPUTE WRK-BX-ENCARGO ROUNDED = PVF-ENCARGO-13
                   * WRK-VALOR-PAGO / PVF-SALDO-13
               SUBTRACT WRK-VALOR-PAGO FROM PVF-SALDO-13
               SUBTRACT WRK-BX-ENCARGO FROM PVF-ENCARGO-13
               ADD WRK-VALOR-PAGO TO WRK-TOT-BAIXA-13
               ADD WRK-BX-ENCARGO TO WRK-TOT-BAIXA-ENC
               ADD WRK-VALOR-PAGO WRK-BX-ENCARGO
                   TO WRK-TOT-BAIXADO
           ELSE
               PERFORM BAIXA-TOTAL-13
           END-IF.

       BAIXA-TOTAL-13.
           ADD PVF-SALDO-13   TO WRK-TOT-BAIXA-13.
           ADD PVF-ENCARGO-13 TO WRK-TOT-BAIXA-ENC.
           ADD PVF-SALDO-13 PVF-ENCARGO-13 TO WRK-TOT-BAIXADO.
           MOVE ZEROS TO PVF-SALDO-13.
           MOVE ZEROS TO PVF-ENCARGO-13.

       BAIXA-PARCIAL-FERIAS.
           IF WRK-VALOR-PAGO < PVF-SALDO-FERIAS
               COMPUTE WRK-BX-ENCARGO ROUNDED = PVF-ENCARGO-FERIAS
                   * WRK-VALOR-PAGO / PVF-SALDO-FERIAS
               SUBTRACT WRK-VALOR-PAGO FROM PVF-SALDO-FERIAS
               SUBTRACT WRK-BX-ENCARGO FROM PVF-ENCARGO-FERIAS
               ADD WRK-VALOR-PAGO TO WRK-TOT-BAIXA-FERIAS
               ADD WRK-BX-ENCARGO TO WRK-TOT-BAIXA-ENC
               ADD WRK-VALOR-PAGO WRK-BX-ENCARGO
                   TO WRK-TOT-BAIXADO
           ELSE
               PERFORM BAIXA-TOTAL-FERIAS
           END-IF.

       BAIXA-TOTAL-FERIAS.
           ADD PVF-SALDO-FERIAS   TO WRK-TOT-BAIXA-FERIAS.
           ADD PVF-ENCARGO-FERIAS TO WRK-TOT-BAIXA-ENC.
           ADD PVF-SALDO-FERIAS PVF-ENCARGO-FERIAS
               TO WRK-TOT-BAIXADO.
           MOVE ZEROS TO PVF-SALDO-FERIAS.
           MOVE ZEROS TO PVF-ENCARGO-FERIAS.

       GRAVA-SALDO-PROVISAO.
           IF WRK-PVF-NOVO
               WRITE PVF-REGISTRO
           ELSE
               REWRITE PVF-REGISTRO
           END-IF.

       SOMA-CENTRO-TABELA.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-UMA-LINHA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-CENTROS
                  OR WRK-ACHOU-CENTRO.
           IF WRK-ACHOU-CENTRO
               SUBTRACT 1 FROM WRK-IDX-BUSCA
           ELSE
               IF WRK-QTD-CENTROS < WRK-MAX-CENTROS
                   ADD 1 TO WRK-QTD-CENTROS
                   MOVE WRK-QTD-CENTROS TO WRK-IDX-BUSCA
                   SET WRK-IDX-CCU TO WRK-IDX-BUSCA
                   MOVE PVF-CCUSTO
                       TO WRK-CCU-CODIGO (WRK-IDX-CCU)
                   MOVE ZEROS TO WRK-CCU-SALDO-13 (WRK-IDX-CCU)
                   MOVE ZEROS TO WRK-CCU-FERIAS   (WRK-IDX-CCU)
                   MOVE ZEROS TO WRK-CCU-ENCARGOS (WRK-IDX-CCU)
                   SET WRK-ACHOU-CENTRO TO TRUE
               ELSE
                   DISPLAY 'TABELA DE CENTROS CHEIA - CENTRO '
                           PVF-CCUSTO ' IGNORADO'
               END-IF
           END-IF.
           IF WRK-ACHOU-CENTRO
               SET WRK-IDX-CCU TO WRK-IDX-BUSCA
               ADD PVF-SALDO-13 TO WRK-CCU-SALDO-13 (WRK-IDX-CCU)
               ADD PVF-SALDO-FERIAS TO WRK-CCU-FERIAS (WRK-IDX-CCU)
               ADD PVF-ENCARGO-13 PVF-ENCARGO-FERIAS
                   TO WRK-CCU-ENCARGOS (WRK-IDX-CCU)
           END-IF.

       PROCURA-UMA-LINHA.
           SET WRK-IDX-CCU TO WRK-IDX-BUSCA.
           IF WRK-CCU-CODIGO (WRK-IDX-CCU) = PVF-CCUSTO
               SET WRK-ACHOU-CENTRO TO TRUE
           END-IF.

      *****************************************************
      * IMPRIME-CENTROS - SALDO DA PROVISAO POR CENTRO DE
      * CUSTO (13O, FERIAS COM O TERCO, ENCARGOS E TOTAL) E
      * O MOVIMENTO DA COMPETENCIA (CONSTITUIDO E BAIXADO)
      *****************************************************
       IMPRIME-CENTROS.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO DA PROVISAO DE 13O E FERIAS POR CENTRO '
                  'DE CUSTO - COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CENTRO  13O SALARIO  FERIAS + 1/3      ENCARGOS'
               TO REL-LINHA.
           MOVE 'TOTAL' TO REL-LINHA (57:5).
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-UM-CENTRO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-CENTROS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-SALDO-13 TO WRK-13-ED.
           MOVE WRK-TOT-FERIAS   TO WRK-FERIAS-ED.
           MOVE WRK-TOT-ENCARGOS TO WRK-ENCARGOS-ED.
           MOVE WRK-TOT-GERAL    TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL ' WRK-13-ED ' ' WRK-FERIAS-ED ' '
                  WRK-ENCARGOS-ED ' ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-PROV-13     TO WRK-13-ED.
           MOVE WRK-TOT-PROV-FERIAS TO WRK-FERIAS-ED.
           MOVE WRK-TOT-PROV-ENC    TO WRK-ENCARGOS-ED.
           MOVE WRK-TOT-CONSTITUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONST ' WRK-13-ED ' ' WRK-FERIAS-ED ' '
                  WRK-ENCARGOS-ED ' ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-BAIXA-13     TO WRK-13-ED.
           MOVE WRK-TOT-BAIXA-FERIAS TO WRK-FERIAS-ED.
           MOVE WRK-TOT-BAIXA-ENC    TO WRK-ENCARGOS-ED.
           MOVE WRK-TOT-BAIXADO      TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BAIXA ' WRK-13-ED ' ' WRK-FERIAS-ED ' '
                  WRK-ENCARGOS-ED ' ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PROVISIONADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMPREGADOS PROVISIONADOS NO MES.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-BAIXAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'HOLERITES BAIXADOS............... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-UM-CENTRO.
           SET WRK-IDX-CCU TO WRK-IDX-BUSCA.
           COMPUTE WRK-CCU-TOTAL = WRK-CCU-SALDO-13 (WRK-IDX-CCU)
               + WRK-CCU-FERIAS (WRK-IDX-CCU)
               + WRK-CCU-ENCARGOS (WRK-IDX-CCU).
           ADD WRK-CCU-SALDO-13 (WRK-IDX-CCU) TO WRK-TOT-SALDO-13.
           ADD WRK-CCU-FERIAS   (WRK-IDX-CCU) TO WRK-TOT-FERIAS.
           ADD WRK-CCU-ENCARGOS (WRK-IDX-CCU) TO WRK-TOT-ENCARGOS.
           ADD WRK-CCU-TOTAL TO WRK-TOT-GERAL.
           MOVE WRK-CCU-SALDO-13 (WRK-IDX-CCU) TO WRK-13-ED.
           MOVE WRK-CCU-FERIAS   (WRK-IDX-CCU) TO WRK-FERIAS-ED.
           MOVE WRK-CCU-ENCARGOS (WRK-IDX-CCU) TO WRK-ENCARGOS-ED.
           MOVE WRK-CCU-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-CCU-CODIGO (WRK-IDX-CCU) '  ' WRK-13-ED ' '
                  WRK-FERIAS-ED ' ' WRK-ENCARGOS-ED ' '
                  WRK-TOTAL-ED
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
           MOVE 'PROGC138' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'PROVISAO COMP=' WRK-COMPETENCIA
               ' PROV=' WRK-TOT-CONSTITUIDO
               ' BX=' WRK-TOT-BAIXADO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.

           COPY AFASDIAS.

           COPY VERIFPER.
