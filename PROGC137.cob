       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC137.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CALCULO MENSAL DOS BENEFICIOS (VALE-
      * TRANSPORTE E VALE-REFEICAO) DA COMPETENCIA INFORMADA
      * - CONTA OS DIAS UTEIS DO MES PELO CALENDARIO DO
      * PROGCOB26, DESCONTA OS DIAS DE FERIAS (FERIAS,
      * GOZADAS OU PLANEJADAS, 30 DIAS) E DE AFASTAMENTO
      * (AFASTAM) E OS ANTERIORES A ADMISSAO OU AO INICIO DO
      * BENEFICIO; GRAVA O BENEFMES COM O VALOR PEDIDO E O
      * DESCONTO DO EMPREGADO (VALE-TRANSPORTE LIMITADO A 6%
      * DO SALARIO BASE, VALE-REFEICAO PELA PARTICIPACAO DA
      * ADESAO) LIDO PELA FOLHA MENSAL DO PROGCOB32, GERA O
      * ARQUIVO DE PEDIDO DA OPERADORA (PEDBENEF) E O
      * RELATORIO DE CUSTO POR CENTRO DE CUSTO (RELBENEF).
      * RODAR ANTES DA FOLHA; REPROCESSAR A COMPETENCIA
      * REFAZ O CALCULO, MENOS O JA DESCONTADO NA FOLHA
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
           SELECT BENEFICIOS ASSIGN TO "BENEFIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WRK-BENEFICIOS-ST.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-AFASTAMENTOS-ST.
           SELECT FERIAS ASSIGN TO "FERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FER-CHAVE
               FILE STATUS IS WRK-FERIAS-ST.
           SELECT BENEF-MES ASSIGN TO "BENEFMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMS-CHAVE
               FILE STATUS IS WRK-BENEF-MES-ST.
           SELECT PEDIDO ASSIGN TO "PEDBENEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEDIDO-ST.
           SELECT RELATORIO ASSIGN TO "RELBENEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  BENEFICIOS.
           COPY BENEFREG.
       FD  AFASTAMENTOS.
           COPY AFASTREG.
       FD  FERIAS.
           COPY FERIAREG.
       FD  BENEF-MES.
           COPY BENMREG.
       FD  PEDIDO.
           COPY PEDBNREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-BENEFICIOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-AFASTAMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-FERIAS-ST        PIC X(02) VALUE SPACES.
       77 WRK-BENEF-MES-ST     PIC X(02) VALUE SPACES.
       77 WRK-PEDIDO-ST        PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AFASTAMENTOS-SW  PIC X(01) VALUE 'N'.
           88 WRK-AFASTAMENTOS-ABERTO VALUE 'S'.
       77 WRK-FERIAS-SW        PIC X(01) VALUE 'N'.
           88 WRK-FERIAS-ABERTO VALUE 'S'.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       01 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-CMP-ANO      PIC 9(04).
           02 WRK-CMP-MES      PIC 9(02).
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MES-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-MES         PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-UTEIS-MES   PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-DIA         PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-DIA          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-DIAS.
           02 WRK-DIA-UTIL-SW  PIC X(01) OCCURS 31 TIMES.
           02 WRK-DIA-SITUACAO PIC X(01) OCCURS 31 TIMES.
       77 WRK-QTD-INTERVALOS   PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-INT          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-INTERVALOS.
           02 WRK-INT-LINHA OCCURS 20 TIMES.
               03 WRK-INT-INICIO PIC 9(08).
               03 WRK-INT-FIM    PIC 9(08).
       77 WRK-INT-A1           PIC 9(08) VALUE ZEROS.
       77 WRK-INT-A2           PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-FERIAS    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-FERIAS      PIC 9(02) VALUE 30.
       77 WRK-AUSENTE-SW       PIC X(01) VALUE 'N'.
           88 WRK-AUSENTE VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-BENEFICIO    PIC X(01) VALUE 'N'.
           88 WRK-FIM-BENEFICIO-OK VALUE 'S'.
       77 WRK-FIM-AUSENCIA     PIC X(01) VALUE 'N'.
           88 WRK-FIM-AUSENCIA-OK VALUE 'S'.
       77 WRK-DIAS-BENEFICIO   PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-AUSENTE     PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PEDIDO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TETO-VT          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PERC-VT          PIC 9(02)V99 VALUE 6.
       77 WRK-EXISTE-SW        PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-EXISTE VALUE 'S'.
       77 WRK-QTD-CALCULADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-MAX-CENTROS      PIC 9(03) VALUE 100.
       77 WRK-QTD-CENTROS      PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BUSCA        PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-SW         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-CENTRO VALUE 'S'.
       01 WRK-TAB-CENTROS.
           02 WRK-CCU-LINHA OCCURS 100 TIMES
              INDEXED BY WRK-IDX-CCU.
               03 WRK-CCU-CODIGO   PIC 9(04).
               03 WRK-CCU-VT       PIC 9(09)V99.
               03 WRK-CCU-VR       PIC 9(09)V99.
               03 WRK-CCU-DESCONTO PIC 9(09)V99.
               03 WRK-CCU-CUSTO    PIC 9(09)V99.
       77 WRK-TOT-VT           PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-VR           PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO        PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VT-ED            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VR-ED            PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DESCONTO-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DOS BENEFICIOS (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA UNTIL WRK-COMPETENCIA-VALIDA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM MONTA-CALENDARIO.
           OPEN INPUT EMPREGADOS.
           OPEN INPUT BENEFICIOS.
           OPEN INPUT AFASTAMENTOS.
           IF WRK-AFASTAMENTOS-ST = '00'
               SET WRK-AFASTAMENTOS-ABERTO TO TRUE
           END-IF.
           OPEN INPUT FERIAS.
           IF WRK-FERIAS-ST = '00'
               SET WRK-FERIAS-ABERTO TO TRUE
           END-IF.
           OPEN I-O BENEF-MES.
           IF WRK-BENEF-MES-ST NOT = '00'
               CLOSE BENEF-MES
               OPEN OUTPUT BENEF-MES
               CLOSE BENEF-MES
               OPEN I-O BENEF-MES
           END-IF.
           OPEN OUTPUT PEDIDO.
           OPEN OUTPUT RELATORIO.
           IF WRK-EMPREGADOS-ST NOT = '00'
              OR WRK-BENEFICIOS-ST NOT = '00'
               MOVE 'CADASTRO DE EMPREGADOS OU DE BENEFICIOS '
                   TO REL-LINHA
               MOVE 'INEXISTENTE' TO REL-LINHA (41:11)
               WRITE REL-LINHA
           ELSE
               PERFORM LER-EMPREGADO
               PERFORM PROCESSA-EMPREGADO UNTIL WRK-FIM-ARQUIVO-OK
               PERFORM IMPRIME-CENTROS
               CLOSE BENEFICIOS
               CLOSE EMPREGADOS
           END-IF.
           IF WRK-FERIAS-ABERTO
               CLOSE FERIAS
           END-IF.
           IF WRK-AFASTAMENTOS-ABERTO
               CLOSE AFASTAMENTOS
           END-IF.
           CLOSE BENEF-MES.
           CLOSE PEDIDO.
           CLOSE RELATORIO.
           DISPLAY 'BENEFICIOS ' WRK-COMPETENCIA
                   ' DIAS UTEIS ' WRK-DIAS-UTEIS-MES
                   ' CALCULADOS ' WRK-QTD-CALCULADOS
                   ' PEDIDOS ' WRK-QTD-PEDIDOS
                   ' JA DESCONTADOS ' WRK-QTD-MANTIDOS.
           GOBACK.

      *****************************************************
      * MONTA-CALENDARIO - DIAS DO MES (DO DIA 1 AO DIA 1
      * DO MES SEGUINTE) E A MARCA DE DIA UTIL DE CADA UM
      *****************************************************
       MONTA-CALENDARIO.
           COMPUTE WRK-MES-INICIO = (WRK-COMPETENCIA * 100) + 1.
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
           MOVE ZEROS TO WRK-DIAS-UTEIS-MES.
           PERFORM MARCA-DIA-UTIL
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > WRK-DIAS-MES.

       MARCA-DIA-UTIL.
           COMPUTE WRK-DATA-DIA = WRK-MES-INICIO + WRK-IDX-DIA - 1.
           SET DUT-FC-EH-DIA-UTIL TO TRUE.
           MOVE WRK-DATA-DIA TO DUT-DATA-1.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF DUT-OK AND DUT-DIAS = 1
               MOVE 'S' TO WRK-DIA-UTIL-SW (WRK-IDX-DIA)
               ADD 1 TO WRK-DIAS-UTEIS-MES
           ELSE
               MOVE 'N' TO WRK-DIA-UTIL-SW (WRK-IDX-DIA)
           END-IF.

       LER-EMPREGADO.
           READ EMPREGADOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

      *****************************************************
      * PROCESSA-EMPREGADO - DESLIGADO ANTES DO MES FICA
      * FORA; PARA OS DEMAIS MONTA A SITUACAO DE CADA DIA
      * (T = DIA UTIL TRABALHADO, F = DIA UTIL EM FERIAS OU
      * AFASTAMENTO, N = NAO CONTA) E CALCULA CADA ADESAO
      *****************************************************
       PROCESSA-EMPREGADO.
           IF EMP-ATIVO
              OR EMP-DATA-DESLIGAMENTO > WRK-MES-INICIO
               PERFORM MONTA-AUSENCIAS
               PERFORM MONTA-SITUACAO-DIA
                   VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA > WRK-DIAS-MES
               MOVE 'N' TO WRK-FIM-BENEFICIO
               MOVE EMP-MATRICULA TO BEN-MATRICULA
               MOVE LOW-VALUES TO BEN-TIPO
               START BENEFICIOS KEY >= BEN-CHAVE
                   INVALID KEY
                       SET WRK-FIM-BENEFICIO-OK TO TRUE
               END-START
               PERFORM LER-BENEFICIO
               PERFORM CALCULA-BENEFICIO UNTIL WRK-FIM-BENEFICIO-OK
           END-IF.
           PERFORM LER-EMPREGADO.

       LER-BENEFICIO.
           IF NOT WRK-FIM-BENEFICIO-OK
               READ BENEFICIOS NEXT
                   AT END
                       SET WRK-FIM-BENEFICIO-OK TO TRUE
                   NOT AT END
                       IF BEN-MATRICULA NOT = EMP-MATRICULA
                           SET WRK-FIM-BENEFICIO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * MONTA-AUSENCIAS - INTERVALOS (FIM EXCLUSIVE) DE
      * AFASTAMENTO E DE FERIAS QUE TOCAM O MES
      *****************************************************
       MONTA-AUSENCIAS.
           MOVE ZEROS TO WRK-QTD-INTERVALOS.
           IF WRK-AFASTAMENTOS-ABERTO
               MOVE 'N' TO WRK-FIM-AUSENCIA
               MOVE EMP-MATRICULA TO AFA-MATRICULA
               MOVE ZEROS TO AFA-DATA-INICIO
               START AFASTAMENTOS KEY >= AFA-CHAVE
                   INVALID KEY
                       SET WRK-FIM-AUSENCIA-OK TO TRUE
               END-START
               PERFORM LER-AFASTAMENTO
               PERFORM GUARDA-AFASTAMENTO UNTIL WRK-FIM-AUSENCIA-OK
           END-IF.
           IF WRK-FERIAS-ABERTO
               MOVE 'N' TO WRK-FIM-AUSENCIA
               MOVE EMP-MATRICULA TO FER-MATRICULA
               MOVE ZEROS TO FER-AQUIS-INICIO
               START FERIAS KEY >= FER-CHAVE
                   INVALID KEY
                       SET WRK-FIM-AUSENCIA-OK TO TRUE
               END-START
               PERFORM LER-FERIAS
               PERFORM GUARDA-FERIAS UNTIL WRK-FIM-AUSENCIA-OK
           END-IF.

       LER-AFASTAMENTO.
           IF NOT WRK-FIM-AUSENCIA-OK
               READ AFASTAMENTOS NEXT
                   AT END
                       SET WRK-FIM-AUSENCIA-OK TO TRUE
                   NOT AT END
                       IF AFA-MATRICULA NOT = EMP-MATRICULA
                          OR AFA-DATA-INICIO NOT < WRK-MES-FIM
                           SET WRK-FIM-AUSENCIA-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       GUARDA-AFASTAMENTO.
           MOVE AFA-DATA-INICIO TO WRK-INT-A1.
           IF AFA-DATA-RETORNO = ZEROS
               MOVE WRK-MES-FIM TO WRK-INT-A2
           ELSE
               MOVE AFA-DATA-RETORNO TO WRK-INT-A2
           END-IF.
           PERFORM GUARDA-INTERVALO.
           PERFORM LER-AFASTAMENTO.

       LER-FERIAS.
           IF NOT WRK-FIM-AUSENCIA-OK
               READ FERIAS NEXT
                   AT END
                       SET WRK-FIM-AUSENCIA-OK TO TRUE
                   NOT AT END
                       IF FER-MATRICULA NOT = EMP-MATRICULA
                           SET WRK-FIM-AUSENCIA-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       GUARDA-FERIAS.
           MOVE ZEROS TO WRK-INICIO-FERIAS.
           IF FER-PLANEJADO OR FER-GOZADO
               IF FER-DATA-PLANEJADA > ZEROS
                   MOVE FER-DATA-PLANEJADA TO WRK-INICIO-FERIAS
               ELSE
                   MOVE FER-DATA-GOZO TO WRK-INICIO-FERIAS
               END-IF
           END-IF.
           IF WRK-INICIO-FERIAS > ZEROS
              AND WRK-INICIO-FERIAS < WRK-MES-FIM
               SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE
               MOVE WRK-INICIO-FERIAS TO DUT-DATA-1
               MOVE WRK-DIAS-FERIAS   TO DUT-DIAS
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               IF DUT-OK
                   MOVE WRK-INICIO-FERIAS TO WRK-INT-A1
                   MOVE DUT-DATA-2        TO WRK-INT-A2
                   PERFORM GUARDA-INTERVALO
               END-IF
           END-IF.
           PERFORM LER-FERIAS.

       GUARDA-INTERVALO.
           IF WRK-INT-A2 > WRK-MES-INICIO
              AND WRK-INT-A1 < WRK-MES-FIM
              AND WRK-QTD-INTERVALOS < 20
               ADD 1 TO WRK-QTD-INTERVALOS
               MOVE WRK-INT-A1 TO WRK-INT-INICIO (WRK-QTD-INTERVALOS)
               MOVE WRK-INT-A2 TO WRK-INT-FIM (WRK-QTD-INTERVALOS)
           END-IF.

       MONTA-SITUACAO-DIA.
           COMPUTE WRK-DATA-DIA = WRK-MES-INICIO + WRK-IDX-DIA - 1.
           MOVE 'N' TO WRK-DIA-SITUACAO (WRK-IDX-DIA).
           IF WRK-DIA-UTIL-SW (WRK-IDX-DIA) = 'S'
              AND WRK-DATA-DIA NOT < EMP-DATA-ADMISSAO
              AND (EMP-ATIVO
                   OR WRK-DATA-DIA < EMP-DATA-DESLIGAMENTO)
               MOVE 'N' TO WRK-AUSENTE-SW
               PERFORM CONFERE-INTERVALO
                   VARYING WRK-IDX-INT FROM 1 BY 1
                   UNTIL WRK-IDX-INT > WRK-QTD-INTERVALOS
                      OR WRK-AUSENTE
               IF WRK-AUSENTE
                   MOVE 'F' TO WRK-DIA-SITUACAO (WRK-IDX-DIA)
               ELSE
                   MOVE 'T' TO WRK-DIA-SITUACAO (WRK-IDX-DIA)
               END-IF
           END-IF.

       CONFERE-INTERVALO.
           IF WRK-DATA-DIA NOT < WRK-INT-INICIO (WRK-IDX-INT)
              AND WRK-DATA-DIA < WRK-INT-FIM (WRK-IDX-INT)
               SET WRK-AUSENTE TO TRUE
           END-IF.

      *****************************************************
      * CALCULA-BENEFICIO - DIAS DE DIREITO DA ADESAO ATIVA,
      * VALOR DO PEDIDO E DESCONTO DO EMPREGADO; O CALCULO
      * JA DESCONTADO NA FOLHA NAO E REFEITO
      *****************************************************
       CALCULA-BENEFICIO.
           IF BEN-ATIVO AND BEN-DATA-INICIO < WRK-MES-FIM
               MOVE EMP-MATRICULA   TO BMS-MATRICULA
               MOVE WRK-COMPETENCIA TO BMS-COMPETENCIA
               MOVE BEN-TIPO        TO BMS-TIPO
               MOVE 'N' TO WRK-EXISTE-SW
               READ BENEF-MES
                   NOT INVALID KEY
                       SET WRK-CALCULO-EXISTE TO TRUE
               END-READ
               IF WRK-CALCULO-EXISTE AND BMS-DESCONTADO
                   ADD 1 TO WRK-QTD-MANTIDOS
                   DISPLAY 'MATRICULA ' EMP-MATRICULA ' BENEFICIO '
                           BEN-TIPO ' JA DESCONTADO NA FOLHA - '
                           'CALCULO MANTIDO'
               ELSE
                   PERFORM APURA-DIAS-BENEFICIO
                   PERFORM APURA-VALORES
                   PERFORM GRAVA-CALCULO
               END-IF
           END-IF.
           PERFORM LER-BENEFICIO.

       APURA-DIAS-BENEFICIO.
           MOVE ZEROS TO WRK-DIAS-BENEFICIO.
           MOVE ZEROS TO WRK-DIAS-AUSENTE.
           PERFORM CONTA-DIA-BENEFICIO
               VARYING WRK-IDX-DIA FROM 1 BY 1
               UNTIL WRK-IDX-DIA > WRK-DIAS-MES.

       CONTA-DIA-BENEFICIO.
           COMPUTE WRK-DATA-DIA = WRK-MES-INICIO + WRK-IDX-DIA - 1.
           IF WRK-DATA-DIA NOT < BEN-DATA-INICIO
               EVALUATE WRK-DIA-SITUACAO (WRK-IDX-DIA)
                   WHEN 'T'
                       ADD 1 TO WRK-DIAS-BENEFICIO
                   WHEN 'F'
                       ADD 1 TO WRK-DIAS-AUSENTE
               END-EVALUATE
           END-IF.

       APURA-VALORES.
           COMPUTE WRK-VALOR-PEDIDO = WRK-DIAS-BENEFICIO
               * BEN-QTD-DIA * BEN-VALOR-UNITARIO.
           IF BEN-TRANSPORTE
               COMPUTE WRK-TETO-VT ROUNDED =
                   EMP-SALARIO-BASE * WRK-PERC-VT / 100
               IF WRK-VALOR-PEDIDO < WRK-TETO-VT
                   MOVE WRK-VALOR-PEDIDO TO WRK-DESCONTO
               ELSE
                   MOVE WRK-TETO-VT TO WRK-DESCONTO
               END-IF
           ELSE
               COMPUTE WRK-DESCONTO ROUNDED =
                   WRK-VALOR-PEDIDO * BEN-PERC-DESCONTO / 100
           END-IF.

       GRAVA-CALCULO.
           MOVE EMP-CCUSTO          TO BMS-CCUSTO.
           MOVE WRK-DIAS-UTEIS-MES  TO BMS-DIAS-UTEIS.
           MOVE WRK-DIAS-AUSENTE    TO BMS-DIAS-AUSENTE.
           MOVE WRK-DIAS-BENEFICIO  TO BMS-DIAS-BENEFICIO.
           MOVE WRK-VALOR-PEDIDO    TO BMS-VALOR-PEDIDO.
           MOVE WRK-DESCONTO        TO BMS-DESCONTO.
           COMPUTE BMS-CUSTO-EMPRESA = WRK-VALOR-PEDIDO
               - WRK-DESCONTO.
           SET BMS-CALCULADO        TO TRUE.
           MOVE WRK-DATA-HOJE       TO BMS-DATA-CALCULO.
           IF WRK-CALCULO-EXISTE
               REWRITE BMS-REGISTRO
           ELSE
               WRITE BMS-REGISTRO
           END-IF.
           ADD 1 TO WRK-QTD-CALCULADOS.
           IF WRK-VALOR-PEDIDO > 0
               PERFORM GRAVA-PEDIDO
           END-IF.
           PERFORM SOMA-CENTRO-TABELA.

       GRAVA-PEDIDO.
           MOVE BEN-TIPO           TO PBN-TIPO.
           MOVE WRK-COMPETENCIA    TO PBN-COMPETENCIA.
           MOVE EMP-MATRICULA      TO PBN-MATRICULA.
           MOVE EMP-CPF            TO PBN-CPF.
           MOVE EMP-NOME           TO PBN-NOME.
           MOVE BEN-CARTAO         TO PBN-CARTAO.
           MOVE WRK-DIAS-BENEFICIO TO PBN-DIAS.
           MOVE BEN-QTD-DIA        TO PBN-QTD-DIA.
           MOVE BEN-VALOR-UNITARIO TO PBN-VALOR-UNITARIO.
           MOVE WRK-VALOR-PEDIDO   TO PBN-VALOR-TOTAL.
           WRITE PBN-REGISTRO.
           ADD 1 TO WRK-QTD-PEDIDOS.

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
                   MOVE EMP-CCUSTO
                       TO WRK-CCU-CODIGO (WRK-IDX-CCU)
                   MOVE ZEROS TO WRK-CCU-VT       (WRK-IDX-CCU)
                   MOVE ZEROS TO WRK-CCU-VR       (WRK-IDX-CCU)
                   MOVE ZEROS TO WRK-CCU-DESCONTO (WRK-IDX-CCU)
                   MOVE ZEROS TO WRK-CCU-CUSTO    (WRK-IDX-CCU)
                   SET WRK-ACHOU-CENTRO TO TRUE
               ELSE
                   DISPLAY 'TABELA DE CENTROS CHEIA - CENTRO '
                           EMP-CCUSTO ' IGNORADO'
               END-IF
           END-IF.
           IF WRK-ACHOU-CENTRO
               SET WRK-IDX-CCU TO WRK-IDX-BUSCA
               IF BEN-TRANSPORTE
                   ADD WRK-VALOR-PEDIDO TO WRK-CCU-VT (WRK-IDX-CCU)
               ELSE
                   ADD WRK-VALOR-PEDIDO TO WRK-CCU-VR (WRK-IDX-CCU)
               END-IF
               ADD WRK-DESCONTO TO WRK-CCU-DESCONTO (WRK-IDX-CCU)
               ADD BMS-CUSTO-EMPRESA TO WRK-CCU-CUSTO (WRK-IDX-CCU)
           END-IF.

       PROCURA-UMA-LINHA.
           SET WRK-IDX-CCU TO WRK-IDX-BUSCA.
           IF WRK-CCU-CODIGO (WRK-IDX-CCU) = EMP-CCUSTO
               SET WRK-ACHOU-CENTRO TO TRUE
           END-IF.

      *****************************************************
      * IMPRIME-CENTROS - CUSTO DOS BENEFICIOS POR CENTRO DE
      * CUSTO: PEDIDO DE VALE-TRANSPORTE E DE VALE-REFEICAO,
      * DESCONTO DOS EMPREGADOS E CUSTO LIQUIDO DA EMPRESA
      *****************************************************
       IMPRIME-CENTROS.
           MOVE SPACES TO REL-LINHA.
           STRING 'CUSTO DE BENEFICIOS POR CENTRO DE CUSTO - '
                  WRK-COMPETENCIA ' - DIAS UTEIS '
                  WRK-DIAS-UTEIS-MES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CENTRO VALE-TRANSP.  VALE-REFEICAO DESCONTO EMPREG'
               TO REL-LINHA.
           MOVE 'CUSTO EMPRESA' TO REL-LINHA (53:13).
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-UM-CENTRO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-CENTROS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-VT       TO WRK-VT-ED.
           MOVE WRK-TOT-VR       TO WRK-VR-ED.
           MOVE WRK-TOT-DESCONTO TO WRK-DESCONTO-ED.
           MOVE WRK-TOT-CUSTO    TO WRK-CUSTO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL ' WRK-VT-ED ' ' WRK-VR-ED ' '
                  WRK-DESCONTO-ED ' ' WRK-CUSTO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PEDIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS NO PEDIDO DA OPERADORA.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-UM-CENTRO.
           SET WRK-IDX-CCU TO WRK-IDX-BUSCA.
           ADD WRK-CCU-VT       (WRK-IDX-CCU) TO WRK-TOT-VT.
           ADD WRK-CCU-VR       (WRK-IDX-CCU) TO WRK-TOT-VR.
           ADD WRK-CCU-DESCONTO (WRK-IDX-CCU) TO WRK-TOT-DESCONTO.
           ADD WRK-CCU-CUSTO    (WRK-IDX-CCU) TO WRK-TOT-CUSTO.
           MOVE WRK-CCU-VT       (WRK-IDX-CCU) TO WRK-VT-ED.
           MOVE WRK-CCU-VR       (WRK-IDX-CCU) TO WRK-VR-ED.
           MOVE WRK-CCU-DESCONTO (WRK-IDX-CCU) TO WRK-DESCONTO-ED.
           MOVE WRK-CCU-CUSTO    (WRK-IDX-CCU) TO WRK-CUSTO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-CCU-CODIGO (WRK-IDX-CCU) '   ' WRK-VT-ED ' '
                  WRK-VR-ED ' ' WRK-DESCONTO-ED ' ' WRK-CUSTO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
