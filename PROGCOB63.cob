      * CONFRONTA O ULTIMO SALDO DO KARDEX COM O SALDO
      * ATUAL DO ARQUIVO DE ESTOQUE
      * DATA 2026-09-02
      * 2026-10-15 LC  FILTRO POR DEPOSITO (ZERO = TODOS) E O
      * DEPOSITO EM CADA MOVIMENTO; O CONFRONTO DO ULTIMO
      * SALDO DO KARDEX COM O ESTOQUE E FEITO DEPOSITO A
      * DEPOSITO (MOVIMENTOS SEM DEPOSITO VALEM COMO DEPOSITO
      * 01)
      * 2026-10-15 LC  MOVIMENTO COM LOTE GANHA UMA LINHA COM
      * O NUMERO DO LOTE
      * 2026-10-15 LC  A CONFERENCIA DO SALDO MOSTRA A
      * QUANTIDADE RESERVADA PELOS ORCAMENTOS ABERTOS NO
      * DEPOSITO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT PRODUTO-TAB ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
       77 WRK-QTD-MOVIMENTOS   PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ENTRADAS   PIC 9(08) VALUE ZEROS.
       77 WRK-TOTAL-SAIDAS     PIC 9(08) VALUE ZEROS.
       77 WRK-DEPOSITO         PIC 9(02) VALUE ZEROS.
       77 WRK-DEPOSITO-SW      PIC X(01) VALUE 'N'.
           88 WRK-DEPOSITO-VALIDO VALUE 'S'.
       77 WRK-KDX-DEPOSITO     PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ESTOQUE      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ESTOQUE-OK VALUE 'S'.
       77 WRK-QTD-ESTOQUES     PIC 9(02) VALUE ZEROS.
       01 WRK-SALDOS-DEPOSITO.
           02 WRK-SDP-DEPOSITO OCCURS 99 TIMES.
               03 WRK-SDP-MOVIMENTOS PIC 9(06) VALUE ZEROS.
               03 WRK-SDP-ULTIMO     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-SALDO-ED         PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB63' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DO PRODUTO (ZERO = TODOS).. '
           PERFORM CAPTURA-PROD-CODIGO
               UNTIL WRK-PROD-CODIGO-VALIDO.
           DISPLAY 'DEPOSITO (ZERO = TODOS)........... '
           PERFORM CAPTURA-DEPOSITO
               UNTIL WRK-DEPOSITO-VALIDO.
           OPEN INPUT KARDEX.
           OPEN INPUT ESTOQUE.
           OPEN INPUT PRODUTO-TAB.
               MOVE 'KARDEX DE TODOS OS PRODUTOS' TO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           IF WRK-DEPOSITO > 0
               MOVE SPACES TO REL-LINHA
               STRING 'SOMENTE O DEPOSITO ' WRK-DEPOSITO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-KARDEX-STATUS = '00'
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

      *****************************************************
      * PROCESSA-MOVIMENTO - MOVIMENTO GRAVADO ANTES DO
      * CONTROLE POR DEPOSITO (SEM DEPOSITO) VALE COMO DO
      * DEPOSITO 01
      *****************************************************
       PROCESSA-MOVIMENTO.
           IF KDX-DEPOSITO IS NUMERIC AND KDX-DEPOSITO > 0
               MOVE KDX-DEPOSITO TO WRK-KDX-DEPOSITO
           ELSE
               MOVE 01 TO WRK-KDX-DEPOSITO
           END-IF.
           IF (WRK-PROD-CODIGO = 0
            OR KDX-PROD-CODIGO = WRK-PROD-CODIGO)
              AND (WRK-DEPOSITO = 0
               OR WRK-KDX-DEPOSITO = WRK-DEPOSITO)
               PERFORM IMPRIME-MOVIMENTO
           END-IF.
           PERFORM LER-MOVIMENTO.
           ELSE
               ADD KDX-QUANTIDADE TO WRK-TOTAL-SAIDAS
           END-IF.
           ADD 1 TO WRK-SDP-MOVIMENTOS (WRK-KDX-DEPOSITO).
           MOVE KDX-SALDO-APOS
               TO WRK-SDP-ULTIMO (WRK-KDX-DEPOSITO).
           MOVE SPACES TO REL-LINHA.
           STRING KDX-DATA
                  ' PROD ' KDX-PROD-CODIGO
                  ' DEP ' WRK-KDX-DEPOSITO
                  ' ' KDX-TIPO
                  ' ' KDX-QUANTIDADE
                  ' DOC ' KDX-DOCUMENTO
                  ' SALDO ' KDX-SALDO-APOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF KDX-LOTE NOT = SPACES
               MOVE SPACES TO REL-LINHA
               STRING '         LOTE ' KDX-LOTE
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      *****************************************************
      * IMPRIME-TOTAIS - PARA A CONSULTA DE UM SO PRODUTO,
      * O ULTIMO SALDO DO KARDEX DE CADA DEPOSITO E
      * CONFRONTADO COM O SALDO ATUAL DO ESTOQUE DAQUELE
      * DEPOSITO: DIVERGENCIA INDICA MOVIMENTO FEITO FORA
      * DO SISTEMA
      *****************************************************
       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-PROD-CODIGO > 0
               MOVE WRK-PROD-CODIGO TO ETQ-PROD-CODIGO
               MOVE ZEROS TO ETQ-DEPOSITO
               START ESTOQUE KEY >= ETQ-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ESTOQUE-OK TO TRUE
               END-START
               PERFORM LER-ESTOQUE
               PERFORM AVALIA-ESTOQUE UNTIL WRK-FIM-ESTOQUE-OK
               IF WRK-QTD-ESTOQUES = 0
                   PERFORM REPORTA-SEM-ESTOQUE
               END-IF
           END-IF.

       LER-ESTOQUE.
           IF NOT WRK-FIM-ESTOQUE-OK
               READ ESTOQUE NEXT
                   AT END
                       SET WRK-FIM-ESTOQUE-OK TO TRUE
               END-READ
           END-IF.
           IF NOT WRK-FIM-ESTOQUE-OK
              AND ETQ-PROD-CODIGO NOT = WRK-PROD-CODIGO
               SET WRK-FIM-ESTOQUE-OK TO TRUE
           END-IF.

       AVALIA-ESTOQUE.
           IF ETQ-DEPOSITO > 0
              AND (WRK-DEPOSITO = 0
               OR ETQ-DEPOSITO = WRK-DEPOSITO)
               ADD 1 TO WRK-QTD-ESTOQUES
               PERFORM CONFRONTA-SALDO
           END-IF.
           PERFORM LER-ESTOQUE.

       REPORTA-SEM-ESTOQUE.
           MOVE 'PRODUTO SEM SALDO DE ESTOQUE' TO REL-LINHA.
           MOVE ETQ-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO ATUAL DO ESTOQUE. ' WRK-SALDO-ED
                  ' DEPOSITO ' ETQ-DEPOSITO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF ETQ-RESERVADO > 0
               MOVE ETQ-RESERVADO TO WRK-SALDO-ED
               MOVE SPACES TO REL-LINHA
               STRING 'RESERVADO ORCAMENTOS... ' WRK-SALDO-ED
                      ' DEPOSITO ' ETQ-DEPOSITO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF WRK-SDP-MOVIMENTOS (ETQ-DEPOSITO) > 0
              AND WRK-SDP-ULTIMO (ETQ-DEPOSITO) NOT = ETQ-SALDO
               MOVE 'ALERTA - ULTIMO SALDO DO KARDEX DIVERGE '
                   TO REL-LINHA
               WRITE REL-LINHA
               VALIDNUM-PARAGRAFO BY CAPTURA-PROD-CODIGO
               VALIDNUM-CAMPO     BY WRK-PROD-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-PROD-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DEPOSITO
               VALIDNUM-CAMPO     BY WRK-DEPOSITO
               VALIDNUM-CHAVE-SW  BY WRK-DEPOSITO-SW.
