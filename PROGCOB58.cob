      * APARECE NO PERIODO COMO LINHA INFORMATIVA DE VALOR
      * ZERO, COMO O LIVRO FISCAL JA FAZ COM A NF
      * CANCELADA
      * 2026-10-15 LC  CADA PARCELA DA CONDICAO DE PAGAMENTO
      * E UM LANCAMENTO PROPRIO DO EXTRATO - O DOCUMENTO SAI
      * COMO NF/PARCELA, TAMBEM NOS PAGAMENTOS (RECEBIMENTO
      * SEM PARCELA = 01)
      * 2026-10-15 LC  TITULO DE ENCARGOS (MULTA E JUROS NAO
      * PAGOS) SAI COMO DEBITO 'ENCARGOS'
      * 2026-10-15 LC  PAGAMENTO DE TITULO BAIXADO POR PERDA
      * SAI COMO 'RECUPERACAO'
      * 2026-10-15 LC  TITULO RENEGOCIADO EM ACORDO
      * (PROGC115) E CREDITADO PELO SALDO RENEGOCIADO NA DATA
      * DO ACORDO ('RENEG. AC' + NUMERO DO ACORDO) E AS
      * PARCELAS DO ACORDO SAEM COMO DEBITO 'PARCELA ACORDO',
      * COM O NUMERO DO ACORDO NO DOCUMENTO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLIENTE-STATUS.
           SELECT ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WRK-ACORDOS-ST.
           SELECT EXTRATO ASSIGN TO "EXTRACLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXTRATO-STATUS.
           COPY RECEBREG.
       FD  CLIENTE.
           COPY CLIREG.
       FD  ACORDOS.
           COPY ACORDREG.
       FD  EXTRATO.
       01  EXT-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-RECEBIMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EXTRATO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ACORDOS-ST       PIC X(02) VALUE SPACES.
       77 WRK-DATA-ACORDO      PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-CLI-CODIGO       PIC 9(06) VALUE ZEROS.
              INDEXED BY WRK-IDX-LAN.
               03 WRK-LAN-DATA      PIC 9(08).
               03 WRK-LAN-DOCUMENTO PIC 9(08).
               03 WRK-LAN-PARCELA   PIC 9(02).
               03 WRK-LAN-HISTORICO PIC X(16).
               03 WRK-LAN-SINAL     PIC X(01).
               03 WRK-LAN-VALOR     PIC 9(07)V99.
       77 WRK-SALDO-ED         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB58' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DO CLIENTE......... '
           PERFORM CAPTURA-CLI-CODIGO UNTIL WRK-CLI-CODIGO-VALIDO.
           DISPLAY 'DATA INICIAL (AAAAMMDD)... '
      *****************************************************
       CARREGA-TITULOS.
           OPEN INPUT TITULOS.
           OPEN INPUT ACORDOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM LER-TITULO.
           PERFORM CLASSIFICA-TITULO UNTIL WRK-FIM-ARQUIVO-OK.
           CLOSE TITULOS.
           IF WRK-ACORDOS-ST = '00'
               CLOSE ACORDOS
           END-IF.

       LER-TITULO.
           READ TITULOS NEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF TIT-RENEGOCIADO
                   PERFORM CLASSIFICA-RENEGOCIACAO
               END-IF
           END-IF.
           PERFORM LER-TITULO.

      *****************************************************
      * CLASSIFICA-RENEGOCIACAO - O TITULO RENEGOCIADO
      * CONTINUA DEBITADO NA EMISSAO E E CREDITADO PELO
      * SALDO QUE FOI PARA O ACORDO NA DATA DO ACORDO; AS
      * PARCELAS DO ACORDO (TIPO A) DEBITAM O VALOR
      * ACORDADO, DEIXANDO NO EXTRATO A TRILHA TITULO
      * ANTIGO -> ACORDO -> PARCELAS
      *****************************************************
       CLASSIFICA-RENEGOCIACAO.
           MOVE TIT-DATA-EMISSAO TO WRK-DATA-ACORDO.
           IF WRK-ACORDOS-ST = '00'
               MOVE TIT-ACORDO-REF TO ACD-NUMERO
               READ ACORDOS
                   NOT INVALID KEY
                       MOVE ACD-DATA TO WRK-DATA-ACORDO
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DATA-ACORDO < WRK-DATA-INICIO
                   SUBTRACT TIT-SALDO FROM WRK-SALDO
               WHEN WRK-DATA-ACORDO <= WRK-DATA-FIM
                   PERFORM INCLUI-LANCTO-RENEGOCIACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       INCLUI-LANCTO-RENEGOCIACAO.
           IF WRK-QTD-LANCTOS < WRK-MAX-LANCTOS
               ADD 1 TO WRK-QTD-LANCTOS
               SET WRK-IDX-LAN TO WRK-QTD-LANCTOS
               MOVE WRK-DATA-ACORDO TO WRK-LAN-DATA (WRK-IDX-LAN)
               MOVE TIT-NUMERO TO WRK-LAN-DOCUMENTO (WRK-IDX-LAN)
               MOVE TIT-PARCELA TO WRK-LAN-PARCELA (WRK-IDX-LAN)
               MOVE SPACES TO WRK-LAN-HISTORICO (WRK-IDX-LAN)
               STRING 'RENEG. AC ' TIT-ACORDO-REF (3:6)
                   DELIMITED BY SIZE
                   INTO WRK-LAN-HISTORICO (WRK-IDX-LAN)
               MOVE 'C' TO WRK-LAN-SINAL (WRK-IDX-LAN)
               MOVE TIT-SALDO TO WRK-LAN-VALOR (WRK-IDX-LAN)
               MOVE 'N' TO WRK-LAN-IMPRESSO (WRK-IDX-LAN)
           ELSE
               DISPLAY 'TABELA DE LANCAMENTOS CHEIA - '
                       'REDUZA O PERIODO'
           END-IF.

       INCLUI-LANCTO-TITULO.
           IF WRK-QTD-LANCTOS < WRK-MAX-LANCTOS
               ADD 1 TO WRK-QTD-LANCTOS
               MOVE TIT-DATA-EMISSAO
                   TO WRK-LAN-DATA (WRK-IDX-LAN)
               MOVE TIT-NUMERO TO WRK-LAN-DOCUMENTO (WRK-IDX-LAN)
               MOVE TIT-PARCELA TO WRK-LAN-PARCELA (WRK-IDX-LAN)
               EVALUATE TRUE
                   WHEN TIT-CANCELADO
                       MOVE 'FATURA CANCELADA'
                       MOVE 'C' TO WRK-LAN-SINAL (WRK-IDX-LAN)
                       MOVE TIT-VALOR
                           TO WRK-LAN-VALOR (WRK-IDX-LAN)
                   WHEN TIT-ENCARGO
                       MOVE 'ENCARGOS        '
                           TO WRK-LAN-HISTORICO (WRK-IDX-LAN)
                       MOVE 'D' TO WRK-LAN-SINAL (WRK-IDX-LAN)
                       MOVE TIT-VALOR
                           TO WRK-LAN-VALOR (WRK-IDX-LAN)
                   WHEN TIT-ACORDO
                       MOVE 'PARCELA ACORDO  '
                           TO WRK-LAN-HISTORICO (WRK-IDX-LAN)
                       MOVE 'D' TO WRK-LAN-SINAL (WRK-IDX-LAN)
                       MOVE TIT-VALOR
                           TO WRK-LAN-VALOR (WRK-IDX-LAN)
                   WHEN OTHER
                       MOVE 'FATURA          '
                           TO WRK-LAN-HISTORICO (WRK-IDX-LAN)
               SET WRK-IDX-LAN TO WRK-QTD-LANCTOS
               MOVE RCB-DATA   TO WRK-LAN-DATA (WRK-IDX-LAN)
               MOVE RCB-NUM-NF TO WRK-LAN-DOCUMENTO (WRK-IDX-LAN)
               IF RCB-PARCELA IS NUMERIC AND RCB-PARCELA > ZEROS
                   MOVE RCB-PARCELA TO WRK-LAN-PARCELA (WRK-IDX-LAN)
               ELSE
                   MOVE 01 TO WRK-LAN-PARCELA (WRK-IDX-LAN)
               END-IF
               IF RCB-RECUPERACAO
                   MOVE 'RECUPERACAO     '
                       TO WRK-LAN-HISTORICO (WRK-IDX-LAN)
               ELSE
                   MOVE 'PAGAMENTO       '
                       TO WRK-LAN-HISTORICO (WRK-IDX-LAN)
               END-IF
               MOVE 'C' TO WRK-LAN-SINAL (WRK-IDX-LAN)
               MOVE RCB-VALOR TO WRK-LAN-VALOR (WRK-IDX-LAN)
               MOVE 'N' TO WRK-LAN-IMPRESSO (WRK-IDX-LAN)
           MOVE SPACES TO EXT-LINHA.
           STRING WRK-LAN-DATA (WRK-IDX-LAN)
                  ' ' WRK-LAN-DOCUMENTO (WRK-IDX-LAN)
                  '/' WRK-LAN-PARCELA (WRK-IDX-LAN)
                  ' ' WRK-LAN-HISTORICO (WRK-IDX-LAN)
                  ' ' WRK-LAN-SINAL (WRK-IDX-LAN)
                  ' ' WRK-VALOR-ED
