       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC129.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: BALANCETE MENSAL DE VERIFICACAO DA
      * CONTABILIDADE GERAL - PARA CADA CONTA DO PLANO
      * (PLANOCTA) COM SALDO OU MOVIMENTO, O SALDO ANTERIOR AO
      * MES DA COMPETENCIA INFORMADA NO SYSIN (AAAAMM), OS
      * DEBITOS E OS CREDITOS DO MES (LANCTOS) E O SALDO
      * ATUAL. NO FIM CONFERE SE OS DEBITOS FECHAM COM OS
      * CREDITOS DO MES E SE A SOMA DOS SALDOS DEVEDORES
      * FECHA COM A DOS CREDORES
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PLC-CODIGO
               FILE STATUS IS WRK-PLANO-CONTAS-ST.
           SELECT LANCAMENTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCT-CHAVE
               ALTERNATE RECORD KEY IS LCT-CHAVE-RAZAO
               FILE STATUS IS WRK-LANCAMENTOS-ST.
           SELECT RELATORIO ASSIGN TO "RELBALAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS.
           COPY PLCTAREG.
       FD  LANCAMENTOS.
           COPY LCTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-PLANO-CONTAS-ST   PIC X(02) VALUE SPACES.
       77 WRK-LANCAMENTOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW    PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-DATA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-PLANO         PIC X(01) VALUE 'N'.
           88 WRK-FIM-PLANO-OK VALUE 'S'.
       77 WRK-FIM-LANCTOS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-LANCTOS-OK VALUE 'S'.
       77 WRK-SALDO-ANTERIOR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-ATUAL       PIC S9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-DEBITO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONTA-CREDITO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEBITO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEVEDORES   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDORES    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-CONTAS        PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-FORMATAR    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-DC          PIC X(01) VALUE SPACES.
       77 WRK-ANTERIOR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ANTERIOR-DC       PIC X(01) VALUE SPACES.
       77 WRK-DEBITO-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CREDITO-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZ.ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DO BALANCETE (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA UNTIL WRK-COMPETENCIA-VALIDA.
           COMPUTE WRK-DATA-INICIO = (WRK-COMPETENCIA * 100) + 1.
           COMPUTE WRK-DATA-FIM    = (WRK-COMPETENCIA * 100) + 31.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           OPEN INPUT PLANO-CONTAS.
           OPEN INPUT LANCAMENTOS.
           IF WRK-PLANO-CONTAS-ST NOT = '00'
              OR WRK-LANCAMENTOS-ST NOT = '00'
               MOVE 'PLANO DE CONTAS OU LANCAMENTOS INEXISTENTES'
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM LER-CONTA
               PERFORM PROCESSA-CONTA UNTIL WRK-FIM-PLANO-OK
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           IF WRK-LANCAMENTOS-ST = '00'
               CLOSE LANCAMENTOS
           END-IF.
           IF WRK-PLANO-CONTAS-ST = '00'
               CLOSE PLANO-CONTAS
           END-IF.
           CLOSE RELATORIO.
           DISPLAY 'BALANCETE ' WRK-COMPETENCIA
                   ' CONTAS ' WRK-QTD-CONTAS.
           GOBACK.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'BALANCETE DE VERIFICACAO - COMPETENCIA '
                  WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CONTA    DESCRICAO                      TIPO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '    SALDO ANTERIOR           DEBITOS'
                  '          CREDITOS       SALDO ATUAL'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.

       LER-CONTA.
           READ PLANO-CONTAS NEXT
               AT END
                   SET WRK-FIM-PLANO-OK TO TRUE
           END-READ.

      *****************************************************
      * PROCESSA-CONTA - LANCAMENTOS DA CONTA ATE O FIM DO
      * MES PELA CHAVE ALTERNATIVA: ANTES DO MES FORMAM O
      * SALDO ANTERIOR, DENTRO DO MES OS DEBITOS E CREDITOS
      *****************************************************
       PROCESSA-CONTA.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-CONTA-DEBITO.
           MOVE ZEROS TO WRK-CONTA-CREDITO.
           MOVE 'N' TO WRK-FIM-LANCTOS.
           MOVE PLC-CODIGO TO LCT-CONTA.
           MOVE ZEROS  TO LCT-DATA-RZ.
           MOVE SPACES TO LCT-LOTE-RZ.
           MOVE ZEROS  TO LCT-SEQ-RZ.
           START LANCAMENTOS KEY >= LCT-CHAVE-RAZAO
               INVALID KEY
                   SET WRK-FIM-LANCTOS-OK TO TRUE
           END-START.
           PERFORM LER-LANCAMENTO.
           PERFORM ACUMULA-LANCAMENTO UNTIL WRK-FIM-LANCTOS-OK.
           COMPUTE WRK-SALDO-ATUAL = WRK-SALDO-ANTERIOR
               + WRK-CONTA-DEBITO - WRK-CONTA-CREDITO.
           IF WRK-SALDO-ANTERIOR NOT = ZEROS
              OR WRK-CONTA-DEBITO NOT = ZEROS
              OR WRK-CONTA-CREDITO NOT = ZEROS
               PERFORM IMPRIME-CONTA
           END-IF.
           PERFORM LER-CONTA.

       LER-LANCAMENTO.
           IF NOT WRK-FIM-LANCTOS-OK
               READ LANCAMENTOS NEXT
                   AT END
                       SET WRK-FIM-LANCTOS-OK TO TRUE
                   NOT AT END
                       IF LCT-CONTA NOT = PLC-CODIGO
                          OR LCT-DATA-RZ > WRK-DATA-FIM
                           SET WRK-FIM-LANCTOS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       ACUMULA-LANCAMENTO.
           IF LCT-DATA-RZ < WRK-DATA-INICIO
               IF LCT-DEBITO
                   ADD LCT-VALOR TO WRK-SALDO-ANTERIOR
               ELSE
                   SUBTRACT LCT-VALOR FROM WRK-SALDO-ANTERIOR
               END-IF
           ELSE
               IF LCT-DEBITO
                   ADD LCT-VALOR TO WRK-CONTA-DEBITO
               ELSE
                   ADD LCT-VALOR TO WRK-CONTA-CREDITO
               END-IF
           END-IF.
           PERFORM LER-LANCAMENTO.

       IMPRIME-CONTA.
           ADD 1 TO WRK-QTD-CONTAS.
           ADD WRK-CONTA-DEBITO  TO WRK-TOTAL-DEBITO.
           ADD WRK-CONTA-CREDITO TO WRK-TOTAL-CREDITO.
           IF WRK-SALDO-ATUAL < ZEROS
               SUBTRACT WRK-SALDO-ATUAL FROM WRK-TOTAL-CREDORES
           ELSE
               ADD WRK-SALDO-ATUAL TO WRK-TOTAL-DEVEDORES
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING PLC-CODIGO ' ' PLC-DESCRICAO ' ' PLC-TIPO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-FORMATAR.
           PERFORM FORMATA-SALDO.
           MOVE WRK-SALDO-ED TO WRK-ANTERIOR-ED.
           MOVE WRK-SALDO-DC TO WRK-ANTERIOR-DC.
           MOVE WRK-SALDO-ATUAL TO WRK-SALDO-FORMATAR.
           PERFORM FORMATA-SALDO.
           MOVE WRK-CONTA-DEBITO  TO WRK-DEBITO-ED.
           MOVE WRK-CONTA-CREDITO TO WRK-CREDITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-ANTERIOR-ED WRK-ANTERIOR-DC
                  ' ' WRK-DEBITO-ED ' ' WRK-CREDITO-ED
                  ' ' WRK-SALDO-ED WRK-SALDO-DC
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * FORMATA-SALDO - VALOR ABSOLUTO EDITADO E D/C PELO
      * SINAL (POSITIVO = DEVEDOR)
      *****************************************************
       FORMATA-SALDO.
           IF WRK-SALDO-FORMATAR < ZEROS
               MOVE 'C' TO WRK-SALDO-DC
               COMPUTE WRK-SALDO-ED = WRK-SALDO-FORMATAR * -1
           ELSE
               IF WRK-SALDO-FORMATAR = ZEROS
                   MOVE SPACE TO WRK-SALDO-DC
               ELSE
                   MOVE 'D' TO WRK-SALDO-DC
               END-IF
               MOVE WRK-SALDO-FORMATAR TO WRK-SALDO-ED
           END-IF.

       IMPRIME-TOTAIS.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CONTAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONTAS NO BALANCETE........... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-DEBITO  TO WRK-DEBITO-ED.
           MOVE WRK-TOTAL-CREDITO TO WRK-CREDITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'MOVIMENTO DO MES   D ' WRK-DEBITO-ED
                  '  C ' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-DEVEDORES TO WRK-DEBITO-ED.
           MOVE WRK-TOTAL-CREDORES  TO WRK-CREDITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDOS ATUAIS      D ' WRK-DEBITO-ED
                  '  C ' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-TOTAL-DEBITO = WRK-TOTAL-CREDITO
              AND WRK-TOTAL-DEVEDORES = WRK-TOTAL-CREDORES
               MOVE 'BALANCETE FECHADO' TO REL-LINHA
           ELSE
               MOVE '*** BALANCETE NAO FECHA - DEBITO DIFERE DO CREDITO'
                   TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
