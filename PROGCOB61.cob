      * POR VENDEDOR, SUBSTITUINDO A PLANILHA MONTADA DO
      * DIARIO DE VENDAS DO PROGCOB28
      * DATA 2026-09-02
      * 2026-10-15 LC  FAIXAS DE COMISSAO POR ATINGIMENTO DE
      * META: A VENDA LIQUIDA DO MES (MERCADORIA MENOS AS
      * DEVOLUCOES DO DEVOLUCA) E CONFRONTADA COM A META DO
      * VENDEDOR (METAS, PROGC122) E, ACIMA DE 100%, O
      * PERCENTUAL DA MAIOR FAIXA ALCANCADA NO PARMMETA
      * SUBSTITUI O DO CADASTRO QUANDO FOR MAIOR
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-VENDEDORES-ST.
           SELECT METAS ASSIGN TO "METAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS WRK-METAS-ST.
           SELECT DEVOLUCOES ASSIGN TO "DEVOLUCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVOLUCOES-ST.
           SELECT PARAMETROS ASSIGN TO "PARMMETA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
           SELECT RELATORIO ASSIGN TO "RELCOMIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           COPY STATREG.
       FD  VENDEDORES.
           COPY VENDREG.
       FD  METAS.
           COPY METAREG.
       FD  DEVOLUCOES.
           COPY DEVREG.
       FD  PARAMETROS.
           COPY PARMMTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDIDO-ST PIC X(02) VALUE SPACES.
       77 WRK-VENDEDORES-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-METAS-ST         PIC X(02) VALUE SPACES.
       77 WRK-DEVOLUCOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST    PIC X(02) VALUE SPACES.
       77 WRK-FIM-DEV          PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEV-OK VALUE 'S'.
       77 WRK-DEV-ANOMES       PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
               03 WRK-COM-VENDEDOR PIC 9(04).
               03 WRK-COM-QTD-ITENS PIC 9(05).
               03 WRK-COM-VALOR    PIC 9(09)V99.
               03 WRK-COM-DEVOLVIDO PIC 9(09)V99.
      *****************************************************
      * FAIXAS DE COMISSAO POR ATINGIMENTO DA META (PARMMETA)
      *****************************************************
       01 WRK-TAB-FAIXAS.
           02 WRK-FX-LINHA OCCURS 3 TIMES
              INDEXED BY WRK-IDX-FX.
               03 WRK-FX-ATINGIDO  PIC 9(03).
               03 WRK-FX-COMISSAO  PIC 9(02)V99.
       77 WRK-COMISSAO-PERC    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-VENDA-LIQUIDA    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ATINGIDO         PIC S9(05)V99 VALUE ZEROS.
       77 WRK-FAIXA-SW         PIC X(01) VALUE 'N'.
           88 WRK-FAIXA-APLICADA VALUE 'S'.
       77 WRK-META-ED          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ATINGIDO-ED      PIC -ZZZ9,99 VALUE ZEROS.
       77 WRK-COMISSAO-VALOR   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-COMISSAO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COMISSAO-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-PERC-ED          PIC Z9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB61' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'COMPETENCIA DA LIQUIDACAO (AAAAMM).. '
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           OPEN INPUT ITENS-PEDIDO.
           OPEN INPUT STATUS-PEDIDO.
           OPEN INPUT VENDEDORES.
           OPEN INPUT METAS.
           OPEN OUTPUT RELATORIO.
           PERFORM LE-PARAMETROS.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIQUIDACAO DE COMISSOES - COMPETENCIA '
                  WRK-COMPETENCIA
           PERFORM POSICIONA-COMPETENCIA.
           PERFORM LER-ITEM.
           PERFORM ACUMULA-ITEM UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM DEDUZ-DEVOLUCOES.
           PERFORM IMPRIME-VENDEDORES.
           CLOSE RELATORIO.
           IF WRK-METAS-ST = '00'
               CLOSE METAS
           END-IF.
           CLOSE VENDEDORES.
           CLOSE STATUS-PEDIDO.
           CLOSE ITENS-PEDIDO.
                       TO WRK-COM-VENDEDOR (WRK-IDX-COM)
                   MOVE ZEROS TO WRK-COM-QTD-ITENS (WRK-IDX-COM)
                   MOVE ZEROS TO WRK-COM-VALOR (WRK-IDX-COM)
                   MOVE ZEROS TO WRK-COM-DEVOLVIDO (WRK-IDX-COM)
                   SET WRK-ACHOU-VENDEDOR TO TRUE
               ELSE
                   DISPLAY 'TABELA DE VENDEDORES CHEIA - '
       IMPRIME-UM-VENDEDOR.
           SET WRK-IDX-COM TO WRK-IDX-BUSCA.
           MOVE WRK-COM-VENDEDOR (WRK-IDX-COM) TO VEN-CODIGO.
           MOVE 'N' TO WRK-FAIXA-SW.
           MOVE ZEROS TO MET-VALOR.
           READ VENDEDORES
               INVALID KEY
                   MOVE 'VENDEDOR SEM CADASTRO' TO VEN-NOME
                   MOVE ZEROS TO VEN-COMISSAO-PERC
                   MOVE ZEROS TO WRK-COMISSAO-PERC
               NOT INVALID KEY
                   MOVE VEN-COMISSAO-PERC TO WRK-COMISSAO-PERC
                   PERFORM APLICA-FAIXA-META
           END-READ.
           COMPUTE WRK-COMISSAO-VALOR ROUNDED =
               WRK-COM-VALOR (WRK-IDX-COM)
               * WRK-COMISSAO-PERC / 100.
           ADD WRK-COMISSAO-VALOR TO WRK-TOTAL-COMISSAO.
           MOVE WRK-COM-QTD-ITENS (WRK-IDX-COM) TO WRK-QTD-ED.
           MOVE WRK-COM-VALOR (WRK-IDX-COM) TO WRK-VALOR-ED.
           MOVE WRK-COMISSAO-VALOR TO WRK-COMISSAO-ED.
           MOVE WRK-COMISSAO-PERC TO WRK-PERC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VENDEDOR ' WRK-COM-VENDEDOR (WRK-IDX-COM)
                  ' ' VEN-NOME
                  ' COMISSAO ' WRK-COMISSAO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF MET-VALOR > 0
               MOVE MET-VALOR TO WRK-META-ED
               MOVE WRK-ATINGIDO TO WRK-ATINGIDO-ED
               MOVE SPACES TO REL-LINHA
               IF WRK-FAIXA-APLICADA
                   STRING '   META ' WRK-META-ED
                          ' ATINGIDO ' WRK-ATINGIDO-ED '%'
                          ' - PERC DA FAIXA DE META'
                       DELIMITED BY SIZE INTO REL-LINHA
               ELSE
                   STRING '   META ' WRK-META-ED
                          ' ATINGIDO ' WRK-ATINGIDO-ED '%'
                       DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
           END-IF.

      *****************************************************
      * APLICA-FAIXA-META - ATINGIMENTO = VENDA LIQUIDA DO
      * MES (MERCADORIA MENOS DEVOLUCOES) SOBRE A META DA
      * COMPETENCIA; A MAIOR FAIXA ALCANCADA (SO FAIXAS
      * ACIMA DE 100%) VALE SE O SEU PERCENTUAL FOR MAIOR
      * QUE O DO CADASTRO. SEM META NAO HA FAIXA
      *****************************************************
       APLICA-FAIXA-META.
           MOVE ZEROS TO WRK-ATINGIDO.
           IF WRK-METAS-ST = '00'
               MOVE VEN-CODIGO      TO MET-VEN-CODIGO
               MOVE WRK-COMPETENCIA TO MET-ANOMES
               READ METAS
                   INVALID KEY
                       MOVE ZEROS TO MET-VALOR
               END-READ
           END-IF.
           IF MET-VALOR > 0
               COMPUTE WRK-VENDA-LIQUIDA =
                   WRK-COM-VALOR (WRK-IDX-COM)
                   - WRK-COM-DEVOLVIDO (WRK-IDX-COM)
               COMPUTE WRK-ATINGIDO ROUNDED =
                   WRK-VENDA-LIQUIDA * 100 / MET-VALOR
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-ATINGIDO
               END-COMPUTE
               PERFORM AVALIA-FAIXA-META
                   VARYING WRK-IDX-FX FROM 1 BY 1
                   UNTIL WRK-IDX-FX > 3
           END-IF.

       AVALIA-FAIXA-META.
           IF WRK-FX-ATINGIDO (WRK-IDX-FX) > 100
              AND WRK-ATINGIDO >= WRK-FX-ATINGIDO (WRK-IDX-FX)
              AND WRK-FX-COMISSAO (WRK-IDX-FX) > WRK-COMISSAO-PERC
               MOVE WRK-FX-COMISSAO (WRK-IDX-FX) TO WRK-COMISSAO-PERC
               SET WRK-FAIXA-APLICADA TO TRUE
           END-IF.

      *****************************************************
      * LE-PARAMETROS - SEM O PARMMETA (OU COM FAIXAS EM
      * BRANCO) NAO HA FAIXA DE COMISSAO POR META
      *****************************************************
       LE-PARAMETROS.
           MOVE ZEROS TO WRK-TAB-FAIXAS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM ACEITA-FAIXA
                           VARYING WRK-IDX-FX FROM 1 BY 1
                           UNTIL WRK-IDX-FX > 3
               END-READ
               CLOSE PARAMETROS
           END-IF.

       ACEITA-FAIXA.
           IF PMT-FX-ATINGIDO (WRK-IDX-FX) IS NUMERIC
              AND PMT-FX-COMISSAO (WRK-IDX-FX) IS NUMERIC
               MOVE PMT-FX-ATINGIDO (WRK-IDX-FX)
                   TO WRK-FX-ATINGIDO (WRK-IDX-FX)
               MOVE PMT-FX-COMISSAO (WRK-IDX-FX)
                   TO WRK-FX-COMISSAO (WRK-IDX-FX)
           END-IF.

      *****************************************************
      * DEDUZ-DEVOLUCOES - OS ITENS DEVOLVIDOS NA
      * COMPETENCIA (DEVOLUCA, DO PROGCOB21) REDUZEM A VENDA
      * LIQUIDA DO VENDEDOR DO ITEM ORIGINAL, SO PARA O
      * ATINGIMENTO DA META - A BASE DA COMISSAO NAO MUDA
      *****************************************************
       DEDUZ-DEVOLUCOES.
           OPEN INPUT DEVOLUCOES.
           IF WRK-DEVOLUCOES-ST = '00'
               MOVE 'N' TO WRK-FIM-DEV
               PERFORM LER-DEVOLUCAO
               PERFORM DEDUZ-UMA-DEVOLUCAO UNTIL WRK-FIM-DEV-OK
               CLOSE DEVOLUCOES
           END-IF.

       LER-DEVOLUCAO.
           READ DEVOLUCOES
               AT END
                   SET WRK-FIM-DEV-OK TO TRUE
               NOT AT END
                   DIVIDE DEV-DATA BY 100 GIVING WRK-DEV-ANOMES
           END-READ.

       DEDUZ-UMA-DEVOLUCAO.
           IF WRK-DEV-ANOMES = WRK-COMPETENCIA
               MOVE DEV-NUM-NF   TO ITP-NUM-PEDIDO
               MOVE DEV-ITEM-SEQ TO ITP-ITEM-SEQ
               READ ITENS-PEDIDO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DEDUZ-VENDEDOR-DEVOLUCAO
               END-READ
           END-IF.
           PERFORM LER-DEVOLUCAO.

       DEDUZ-VENDEDOR-DEVOLUCAO.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-UMA-LINHA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-VENDEDORES
                  OR WRK-ACHOU-VENDEDOR.
           IF WRK-ACHOU-VENDEDOR
               ADD DEV-VALOR TO WRK-COM-DEVOLVIDO (WRK-IDX-COM)
           END-IF.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
