       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC113.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS
      * (PDD) - NO FECHAMENTO DA COMPETENCIA INFORMADA
      * CLASSIFICA OS TITULOS EM ABERTO DO CONTAS A RECEBER
      * NAS FAIXAS DE ATRASO DO AGING (PROGCOB23, BASE
      * COMERCIAL 30/360, CONTADAS ATE O ULTIMO DIA DA
      * COMPETENCIA) E PROVISIONA EM CADA FAIXA O
      * PERCENTUAL DO PARMPDD; TITULO COM ATRASO IGUAL OU
      * MAIOR QUE OS DIAS DE PERDA E PROVISIONADO POR
      * INTEIRO E APONTADO COMO CANDIDATO A BAIXA POR PERDA
      * (PROGC114). A PROVISAO DE CADA CLIENTE VAI PARA O
      * PROVPDD E PARA O RELATORIO RELPDD, QUE FECHA COM O
      * TOTAL POR FAIXA E O AJUSTE SOBRE A PROVISAO DA
      * COMPETENCIA ANTERIOR. NOTA DE CREDITO, TITULO
      * BAIXADO POR PERDA E TITULO EMITIDO DEPOIS DA
      * COMPETENCIA NAO ENTRAM
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PARAMETROS ASSIGN TO "PARMPDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
           SELECT PROVISAO ASSIGN TO "PROVPDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVD-CHAVE
               FILE STATUS IS WRK-PROVISAO-ST.
           SELECT PDD-ORD ASSIGN TO "PDDORDWK".
           SELECT RELATORIO ASSIGN TO "RELPDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TITULOS.
           COPY TITREG.
       FD  CLIENTE.
           COPY CLIREG.
       FD  PARAMETROS.
           COPY PARMPDDREG.
       FD  PROVISAO.
           COPY PROVPREG.
       SD  PDD-ORD.
       01  PDD-ORD-REGISTRO.
           02 PDD-ORD-CLI-CODIGO PIC 9(06).
           02 PDD-ORD-TIPO-DOC   PIC X(01).
           02 PDD-ORD-NUMERO     PIC 9(08).
           02 PDD-ORD-PARCELA    PIC 9(02).
           02 PDD-ORD-FAIXA      PIC 9(01).
           02 PDD-ORD-DIAS       PIC 9(05).
           02 PDD-ORD-SALDO      PIC 9(07)V99.
           02 PDD-ORD-PROVISAO   PIC 9(07)V99.
           02 PDD-ORD-CANDIDATO  PIC X(01).
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-TITULOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST     PIC X(02) VALUE SPACES.
       77 WRK-PROVISAO-ST       PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-SORT          PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.
       77 WRK-FIM-PROVISAO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PROVISAO-OK VALUE 'S'.
       77 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW    PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-COMPETENCIA-ANT   PIC 9(06) VALUE ZEROS.
       77 WRK-ANO               PIC 9(04) VALUE ZEROS.
       77 WRK-MES               PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-LIMITE       PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-VENCTO.
           02 WRK-VCT-ANO PIC 9(04).
           02 WRK-VCT-MES PIC 9(02).
           02 WRK-VCT-DIA PIC 9(02).
       77 WRK-DIAS-BASE         PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-VENCTO       PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-ATRASO       PIC S9(05) COMP VALUE ZEROS.
       77 WRK-DIAS-PERDA        PIC 9(03) VALUE 180.
       77 WRK-FAIXA             PIC 9(01) VALUE ZEROS.
       77 WRK-PERC              PIC 9(03)V99 VALUE ZEROS.
       01 WRK-TAB-FAIXA-DESC-GRUPO.
           02 FILLER PIC X(24) VALUE 'A VENCER    ATE 30 DIAS '.
           02 FILLER PIC X(24) VALUE '31 A 60 DIAS61 A 90 DIAS'.
           02 FILLER PIC X(12) VALUE 'MAIS DE 90  '.
       01 WRK-TAB-FAIXA-DESC REDEFINES WRK-TAB-FAIXA-DESC-GRUPO.
           02 WRK-FAIXA-DESC PIC X(12) OCCURS 5 TIMES.
       01 WRK-TAB-FAIXAS.
           02 WRK-FX-LINHA OCCURS 5 TIMES
              INDEXED BY WRK-IDX-FX.
               03 WRK-FX-PERC      PIC 9(03)V99.
               03 WRK-FX-QTD       PIC 9(06).
               03 WRK-FX-SALDO     PIC 9(11)V99.
               03 WRK-FX-PROVISAO  PIC 9(11)V99.
               03 WRK-FX-CLI-SALDO PIC 9(09)V99.
               03 WRK-FX-CLI-PROV  PIC 9(09)V99.
       77 WRK-CLI-ATUAL         PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-SALDO         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-PROVISAO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CLI-NOME          PIC X(20) VALUE SPACES.
       77 WRK-QTD-CLIENTES      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CANDIDATOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PERDA         PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-PERDA       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-SALDO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-PROVISAO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PROVISAO-ANT      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-AJUSTE            PIC S9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-DIAS-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-PERC-ED           PIC ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PROV-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-AJUSTE-ED         PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA DA PROVISAO (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - PROVISAO NAO '
                       'CALCULADA'
               GOBACK
           END-IF.
           PERFORM CALCULA-DATA-BASE.
           PERFORM LE-PARAMETROS.
           PERFORM ABRE-PROVISAO.
           PERFORM LIMPA-COMPETENCIA.
           PERFORM SOMA-PROVISAO-ANTERIOR.
           OPEN INPUT CLIENTE.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           SORT PDD-ORD
               ON ASCENDING KEY PDD-ORD-CLI-CODIGO
                                PDD-ORD-TIPO-DOC
                                PDD-ORD-NUMERO
                                PDD-ORD-PARCELA
               INPUT PROCEDURE IS SELECIONA-TITULOS
               OUTPUT PROCEDURE IS PROVISIONA-CLIENTES.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           IF WRK-CLIENTE-STATUS = '00'
               CLOSE CLIENTE
           END-IF.
           CLOSE PROVISAO.
           MOVE WRK-TOTAL-PROVISAO TO WRK-VALOR-ED.
           DISPLAY 'PDD DA COMPETENCIA ' WRK-COMPETENCIA
                   ' - PROVISAO ' WRK-VALOR-ED.
           GOBACK.

      *****************************************************
      * CALCULA-DATA-BASE - O ATRASO E CONTADO ATE O
      * ULTIMO DIA DA COMPETENCIA NA BASE 30/360 DO AGING;
      * A COMPETENCIA ANTERIOR DA A PROVISAO JA CONSTITUIDA
      *****************************************************
       CALCULA-DATA-BASE.
           COMPUTE WRK-DIAS-BASE = (WRK-ANO * 360)
               + (WRK-MES * 30) + 30.
           COMPUTE WRK-DATA-LIMITE =
               WRK-ANO * 10000 + WRK-MES * 100 + 31.
           IF WRK-MES = 1
               COMPUTE WRK-COMPETENCIA-ANT =
                   (WRK-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-COMPETENCIA-ANT = WRK-COMPETENCIA - 1
           END-IF.

      *****************************************************
      * LE-PARAMETROS - SEM O PARMPDD (OU COM CAMPOS EM
      * BRANCO) VALEM OS PADROES: 0% A VENCER, 1% ATE 30
      * DIAS, 5% DE 31 A 60, 20% DE 61 A 90, 50% ACIMA DE 90
      * E PERDA A PARTIR DE 180 DIAS
      *****************************************************
       LE-PARAMETROS.
           MOVE 0  TO WRK-FX-PERC (1).
           MOVE 1  TO WRK-FX-PERC (2).
           MOVE 5  TO WRK-FX-PERC (3).
           MOVE 20 TO WRK-FX-PERC (4).
           MOVE 50 TO WRK-FX-PERC (5).
           PERFORM ZERA-FAIXA
               VARYING WRK-IDX-FX FROM 1 BY 1
               UNTIL WRK-IDX-FX > 5.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM ACEITA-PARAMETROS
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ACEITA-PARAMETROS.
           IF PDP-PERC-AVENCER IS NUMERIC
              AND PDP-PERC-FAIXA-30 IS NUMERIC
              AND PDP-PERC-FAIXA-60 IS NUMERIC
              AND PDP-PERC-FAIXA-90 IS NUMERIC
              AND PDP-PERC-FAIXA-MAIS IS NUMERIC
               MOVE PDP-PERC-AVENCER    TO WRK-FX-PERC (1)
               MOVE PDP-PERC-FAIXA-30   TO WRK-FX-PERC (2)
               MOVE PDP-PERC-FAIXA-60   TO WRK-FX-PERC (3)
               MOVE PDP-PERC-FAIXA-90   TO WRK-FX-PERC (4)
               MOVE PDP-PERC-FAIXA-MAIS TO WRK-FX-PERC (5)
           END-IF.
           IF PDP-DIAS-PERDA IS NUMERIC AND PDP-DIAS-PERDA > 0
               MOVE PDP-DIAS-PERDA TO WRK-DIAS-PERDA
           END-IF.

       ZERA-FAIXA.
           MOVE ZEROS TO WRK-FX-QTD (WRK-IDX-FX).
           MOVE ZEROS TO WRK-FX-SALDO (WRK-IDX-FX).
           MOVE ZEROS TO WRK-FX-PROVISAO (WRK-IDX-FX).
           MOVE ZEROS TO WRK-FX-CLI-SALDO (WRK-IDX-FX).
           MOVE ZEROS TO WRK-FX-CLI-PROV (WRK-IDX-FX).

       ABRE-PROVISAO.
           OPEN I-O PROVISAO.
           IF WRK-PROVISAO-ST NOT = '00'
               CLOSE PROVISAO
               OPEN OUTPUT PROVISAO
               CLOSE PROVISAO
               OPEN I-O PROVISAO
           END-IF.

      *****************************************************
      * LIMPA-COMPETENCIA - A REEXECUCAO DA COMPETENCIA
      * APAGA A PROVISAO GRAVADA ANTES, PARA QUE O CLIENTE
      * QUE QUITOU OS TITULOS NAO FIQUE COM PROVISAO VELHA
      *****************************************************
       LIMPA-COMPETENCIA.
           MOVE 'N' TO WRK-FIM-PROVISAO.
           MOVE WRK-COMPETENCIA TO PVD-COMPETENCIA.
           MOVE ZEROS TO PVD-CLI-CODIGO.
           START PROVISAO KEY >= PVD-CHAVE
               INVALID KEY
                   SET WRK-FIM-PROVISAO-OK TO TRUE
           END-START.
           PERFORM LER-PROVISAO.
           PERFORM APAGA-PROVISAO UNTIL WRK-FIM-PROVISAO-OK.

       LER-PROVISAO.
           IF NOT WRK-FIM-PROVISAO-OK
               READ PROVISAO NEXT
                   AT END
                       SET WRK-FIM-PROVISAO-OK TO TRUE
               END-READ
           END-IF.

       APAGA-PROVISAO.
           IF PVD-COMPETENCIA = WRK-COMPETENCIA
               DELETE PROVISAO
               PERFORM LER-PROVISAO
           ELSE
               SET WRK-FIM-PROVISAO-OK TO TRUE
           END-IF.

       SOMA-PROVISAO-ANTERIOR.
           MOVE 'N' TO WRK-FIM-PROVISAO.
           MOVE WRK-COMPETENCIA-ANT TO PVD-COMPETENCIA.
           MOVE ZEROS TO PVD-CLI-CODIGO.
           START PROVISAO KEY >= PVD-CHAVE
               INVALID KEY
                   SET WRK-FIM-PROVISAO-OK TO TRUE
           END-START.
           PERFORM LER-PROVISAO.
           PERFORM SOMA-UMA-PROVISAO UNTIL WRK-FIM-PROVISAO-OK.

       SOMA-UMA-PROVISAO.
           IF PVD-COMPETENCIA = WRK-COMPETENCIA-ANT
               ADD PVD-PROV-TOTAL TO WRK-PROVISAO-ANT
               PERFORM LER-PROVISAO
           ELSE
               SET WRK-FIM-PROVISAO-OK TO TRUE
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROVISAO PARA DEVEDORES DUVIDOSOS - COMPETENCIA '
                  WRK-COMPETENCIA ' - EMISSAO ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-DIAS-PERDA TO WRK-DIAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ATRASO ATE O FIM DA COMPETENCIA (30/360) - '
                  'PERDA A PARTIR DE ' WRK-DIAS-ED ' DIAS'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CODIGO NOME                   '
                  '  SALDO ABERTO       PROVISAO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * SELECIONA-TITULOS - TITULO EM ABERTO COM SALDO (NAO
      * NOTA DE CREDITO) EMITIDO ATE O FIM DA COMPETENCIA
      * VAI AO SORT COM A FAIXA E A PROVISAO; O BAIXADO POR
      * PERDA SO E CONTADO PARA O RODAPE
      *****************************************************
       SELECIONA-TITULOS.
           OPEN INPUT TITULOS.
           IF WRK-TITULOS-STATUS = '00'
               PERFORM LER-TITULO
               PERFORM AVALIA-TITULO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE TITULOS
           END-IF.

       LER-TITULO.
           READ TITULOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       AVALIA-TITULO.
           IF TIT-BAIXADO-PERDA
               ADD 1 TO WRK-QTD-PERDA
               ADD TIT-SALDO TO WRK-SALDO-PERDA
           END-IF.
           IF TIT-ABERTO AND NOT TIT-CREDITO AND TIT-SALDO > 0
              AND TIT-DATA-EMISSAO NOT > WRK-DATA-LIMITE
               PERFORM CLASSIFICA-TITULO
               RELEASE PDD-ORD-REGISTRO
           END-IF.
           PERFORM LER-TITULO.

       CLASSIFICA-TITULO.
           MOVE TIT-DATA-VENCTO TO WRK-DATA-VENCTO.
           COMPUTE WRK-DIAS-VENCTO = (WRK-VCT-ANO * 360)
               + (WRK-VCT-MES * 30) + WRK-VCT-DIA.
           COMPUTE WRK-DIAS-ATRASO =
               WRK-DIAS-BASE - WRK-DIAS-VENCTO.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO <= 0
                   MOVE 1 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO <= 30
                   MOVE 2 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO <= 60
                   MOVE 3 TO WRK-FAIXA
               WHEN WRK-DIAS-ATRASO <= 90
                   MOVE 4 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 5 TO WRK-FAIXA
           END-EVALUATE.
           MOVE TIT-CLI-CODIGO TO PDD-ORD-CLI-CODIGO.
           MOVE TIT-TIPO-DOC   TO PDD-ORD-TIPO-DOC.
           MOVE TIT-NUMERO     TO PDD-ORD-NUMERO.
           MOVE TIT-PARCELA    TO PDD-ORD-PARCELA.
           MOVE WRK-FAIXA      TO PDD-ORD-FAIXA.
           MOVE TIT-SALDO      TO PDD-ORD-SALDO.
           IF WRK-DIAS-ATRASO > 0
               MOVE WRK-DIAS-ATRASO TO PDD-ORD-DIAS
           ELSE
               MOVE ZEROS TO PDD-ORD-DIAS
           END-IF.
           IF WRK-DIAS-ATRASO NOT < WRK-DIAS-PERDA
               MOVE 'S' TO PDD-ORD-CANDIDATO
               MOVE 100 TO WRK-PERC
           ELSE
               MOVE 'N' TO PDD-ORD-CANDIDATO
               MOVE WRK-FX-PERC (WRK-FAIXA) TO WRK-PERC
           END-IF.
           COMPUTE PDD-ORD-PROVISAO ROUNDED =
               TIT-SALDO * WRK-PERC / 100.

      *****************************************************
      * PROVISIONA-CLIENTES - OS TITULOS VOLTAM DO SORT POR
      * CLIENTE; OS CANDIDATOS A BAIXA POR PERDA SAEM A
      * MEDIDA QUE CHEGAM E, NA QUEBRA, O CLIENTE E GRAVADO
      * NO PROVPDD E IMPRESSO COM O SALDO E A PROVISAO
      *****************************************************
       PROVISIONA-CLIENTES.
           MOVE ZEROS TO WRK-CLI-ATUAL.
           PERFORM RETORNA-TITULO UNTIL WRK-FIM-SORT-OK.
           IF WRK-CLI-ATUAL > 0
               PERFORM FECHA-CLIENTE
           END-IF.

       RETORNA-TITULO.
           RETURN PDD-ORD
               AT END
                   SET WRK-FIM-SORT-OK TO TRUE
               NOT AT END
                   PERFORM ACUMULA-TITULO
           END-RETURN.

       ACUMULA-TITULO.
           IF PDD-ORD-CLI-CODIGO NOT = WRK-CLI-ATUAL
               IF WRK-CLI-ATUAL > 0
                   PERFORM FECHA-CLIENTE
               END-IF
               MOVE PDD-ORD-CLI-CODIGO TO WRK-CLI-ATUAL
               PERFORM ZERA-CLIENTE
                   VARYING WRK-IDX-FX FROM 1 BY 1
                   UNTIL WRK-IDX-FX > 5
               MOVE ZEROS TO WRK-CLI-SALDO
               MOVE ZEROS TO WRK-CLI-PROVISAO
           END-IF.
           SET WRK-IDX-FX TO PDD-ORD-FAIXA.
           ADD 1 TO WRK-FX-QTD (WRK-IDX-FX).
           ADD PDD-ORD-SALDO    TO WRK-FX-SALDO (WRK-IDX-FX).
           ADD PDD-ORD-PROVISAO TO WRK-FX-PROVISAO (WRK-IDX-FX).
           ADD PDD-ORD-SALDO    TO WRK-FX-CLI-SALDO (WRK-IDX-FX).
           ADD PDD-ORD-PROVISAO TO WRK-FX-CLI-PROV (WRK-IDX-FX).
           ADD PDD-ORD-SALDO    TO WRK-CLI-SALDO.
           ADD PDD-ORD-PROVISAO TO WRK-CLI-PROVISAO.
           IF PDD-ORD-CANDIDATO = 'S'
               ADD 1 TO WRK-QTD-CANDIDATOS
               PERFORM IMPRIME-CANDIDATO
           END-IF.

       ZERA-CLIENTE.
           MOVE ZEROS TO WRK-FX-CLI-SALDO (WRK-IDX-FX).
           MOVE ZEROS TO WRK-FX-CLI-PROV (WRK-IDX-FX).

       IMPRIME-CANDIDATO.
           MOVE PDD-ORD-DIAS  TO WRK-DIAS-ED.
           MOVE PDD-ORD-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   ' PDD-ORD-TIPO-DOC ' ' PDD-ORD-NUMERO
                  '/' PDD-ORD-PARCELA
                  ' CLIENTE ' PDD-ORD-CLI-CODIGO
                  ' ATRASO ' WRK-DIAS-ED
                  ' SALDO ' WRK-SALDO-ED
                  ' BAIXAR?'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       FECHA-CLIENTE.
           ADD 1 TO WRK-QTD-CLIENTES.
           ADD WRK-CLI-SALDO    TO WRK-TOTAL-SALDO.
           ADD WRK-CLI-PROVISAO TO WRK-TOTAL-PROVISAO.
           PERFORM GRAVA-PROVISAO-CLIENTE.
           MOVE 'CLIENTE SEM CADASTRO' TO WRK-CLI-NOME.
           IF WRK-CLIENTE-STATUS = '00'
               MOVE WRK-CLI-ATUAL TO CLI-CODIGO
               READ CLIENTE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO WRK-CLI-NOME
               END-READ
           END-IF.
           MOVE WRK-CLI-SALDO    TO WRK-SALDO-ED.
           MOVE WRK-CLI-PROVISAO TO WRK-PROV-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-CLI-ATUAL ' ' WRK-CLI-NOME
                  '   ' WRK-SALDO-ED
                  ' ' WRK-PROV-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       GRAVA-PROVISAO-CLIENTE.
           MOVE WRK-COMPETENCIA TO PVD-COMPETENCIA.
           MOVE WRK-CLI-ATUAL   TO PVD-CLI-CODIGO.
           MOVE WRK-DATA-HOJE   TO PVD-DATA-GERACAO.
           PERFORM MOVE-FAIXA-PROVISAO
               VARYING WRK-IDX-FX FROM 1 BY 1
               UNTIL WRK-IDX-FX > 5.
           MOVE WRK-CLI-SALDO    TO PVD-SALDO-TOTAL.
           MOVE WRK-CLI-PROVISAO TO PVD-PROV-TOTAL.
           WRITE PVD-REGISTRO
               INVALID KEY
                   REWRITE PVD-REGISTRO
           END-WRITE.

       MOVE-FAIXA-PROVISAO.
           MOVE WRK-FX-CLI-SALDO (WRK-IDX-FX)
               TO PVD-SALDO-FAIXA (WRK-IDX-FX).
           MOVE WRK-FX-CLI-PROV (WRK-IDX-FX)
               TO PVD-PROV-FAIXA (WRK-IDX-FX).

      *****************************************************
      * IMPRIME-TOTAIS - TOTAL POR FAIXA COM O PERCENTUAL
      * APLICADO, PROVISAO DO MES, PROVISAO DA COMPETENCIA
      * ANTERIOR E O AJUSTE A CONTABILIZAR (POSITIVO =
      * CONSTITUICAO, NEGATIVO = REVERSAO)
      *****************************************************
       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAIS POR FAIXA DE ATRASO' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-UMA-FAIXA
               VARYING WRK-IDX-FX FROM 1 BY 1
               UNTIL WRK-IDX-FX > 5.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CLIENTES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLIENTES PROVISIONADOS.......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO EM ABERTO................. ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-PROVISAO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROVISAO DA COMPETENCIA......... ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PROVISAO-ANT TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROVISAO ANTERIOR (' WRK-COMPETENCIA-ANT
                  ')...... ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WRK-AJUSTE =
               WRK-TOTAL-PROVISAO - WRK-PROVISAO-ANT.
           MOVE WRK-AJUSTE TO WRK-AJUSTE-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'AJUSTE DO MES (+CONST/-REVERS). ' WRK-AJUSTE-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CANDIDATOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CANDIDATOS A BAIXA (PROGC114)... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PERDA TO WRK-QTD-ED.
           MOVE WRK-SALDO-PERDA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'JA BAIXADOS POR PERDA.. ' WRK-QTD-ED
                  ' SALDO ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-UMA-FAIXA.
           MOVE WRK-FX-QTD (WRK-IDX-FX)      TO WRK-QTD-ED.
           MOVE WRK-FX-PERC (WRK-IDX-FX)     TO WRK-PERC-ED.
           MOVE WRK-FX-SALDO (WRK-IDX-FX)    TO WRK-SALDO-ED.
           MOVE WRK-FX-PROVISAO (WRK-IDX-FX) TO WRK-PROV-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-FAIXA-DESC (WRK-IDX-FX)
                  ' ' WRK-QTD-ED
                  ' TIT ' WRK-PERC-ED '%'
                  ' ' WRK-SALDO-ED
                  ' ' WRK-PROV-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
