       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC105.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MARGEM BRUTA DAS VENDAS DA COMPETENCIA -
      * LE OS ITENS DE PEDIDO DO MES (ITPEDIDO, NF CANCELADA
      * FICA DE FORA), CONFRONTA O VALOR DE MERCADORIA DO
      * ITEM COM O CUSTO DA VENDA (QUANTIDADE * CUSTO MEDIO
      * GRAVADO NO ITEM NA BAIXA DO ESTOQUE) E TOTALIZA
      * VENDA, CUSTO, MARGEM E PERCENTUAL POR PRODUTO, POR
      * CLIENTE (DO STATUS DO PEDIDO) E POR VENDEDOR
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-PEDIDO ASSIGN TO "ITPEDIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               ALTERNATE RECORD KEY IS ITP-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-ITENS-PEDIDO-ST.
           SELECT STATUS-PEDIDO ASSIGN TO "STATUSPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STP-NUM-PEDIDO
               FILE STATUS IS WRK-STATUS-PEDIDO-ST.
           SELECT RELATORIO ASSIGN TO "RELMARGM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-PEDIDO.
           COPY ITPEDREG.
       FD  STATUS-PEDIDO.
           COPY STATREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEDIDO-ST PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-ITEM-ANOMES      PIC 9(06) VALUE ZEROS.
       77 WRK-ITEM-CANCELADO-SW PIC X(01) VALUE 'N'.
           88 WRK-ITEM-CANCELADO VALUE 'S'.
       77 WRK-CLI-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-ITEM       PIC 9(09)V99 VALUE ZEROS.
      *****************************************************
      * TABELA UNICA DE ACUMULO - CADA LINHA E UMA QUEBRA
      * (P = PRODUTO, C = CLIENTE, V = VENDEDOR) + CODIGO
      *****************************************************
       77 WRK-MAX-LINHAS       PIC 9(04) VALUE 2000.
       77 WRK-QTD-LINHAS       PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-BUSCA        PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-SW         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-LINHA VALUE 'S'.
       77 WRK-TIPO-BUSCA       PIC X(01) VALUE SPACES.
       77 WRK-CODIGO-BUSCA     PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO-IMPRIME     PIC X(01) VALUE SPACES.
       01 WRK-TAB-MARGEM.
           02 WRK-MRG-LINHA OCCURS 2000 TIMES
              INDEXED BY WRK-IDX-MRG.
               03 WRK-MRG-TIPO    PIC X(01).
               03 WRK-MRG-CODIGO  PIC 9(06).
               03 WRK-MRG-QTD     PIC 9(07).
               03 WRK-MRG-VENDA   PIC 9(11)V99.
               03 WRK-MRG-CUSTO   PIC 9(11)V99.
       77 WRK-TOT-VENDA        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-MARGEM           PIC S9(13)V99 VALUE ZEROS.
       77 WRK-MARGEM-PERC      PIC S9(03)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC Z.ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VENDA-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MARGEM-ED        PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED          PIC -ZZ9,99 VALUE ZEROS.
       77 WRK-TITULO-QUEBRA    PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DA MARGEM (AAAAMM).. '
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           OPEN INPUT ITENS-PEDIDO.
           OPEN INPUT STATUS-PEDIDO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'MARGEM BRUTA DAS VENDAS - COMPETENCIA '
                  WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM POSICIONA-COMPETENCIA.
           PERFORM LER-ITEM.
           PERFORM ACUMULA-ITEM UNTIL WRK-FIM-ARQUIVO-OK.
           MOVE 'P' TO WRK-TIPO-IMPRIME.
           MOVE 'POR PRODUTO' TO WRK-TITULO-QUEBRA.
           PERFORM IMPRIME-QUEBRA.
           MOVE 'C' TO WRK-TIPO-IMPRIME.
           MOVE 'POR CLIENTE' TO WRK-TITULO-QUEBRA.
           PERFORM IMPRIME-QUEBRA.
           MOVE 'V' TO WRK-TIPO-IMPRIME.
           MOVE 'POR VENDEDOR' TO WRK-TITULO-QUEBRA.
           PERFORM IMPRIME-QUEBRA.
           PERFORM IMPRIME-TOTAL-GERAL.
           CLOSE RELATORIO.
           CLOSE STATUS-PEDIDO.
           CLOSE ITENS-PEDIDO.
           STOP RUN.

       POSICIONA-COMPETENCIA.
           COMPUTE ITP-DATA = (WRK-COMPETENCIA * 100) + 1.
           START ITENS-PEDIDO KEY >= ITP-DATA
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.

       LER-ITEM.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ ITENS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
                   NOT AT END
                       DIVIDE ITP-DATA BY 100
                           GIVING WRK-ITEM-ANOMES
                       IF WRK-ITEM-ANOMES > WRK-COMPETENCIA
                           SET WRK-FIM-ARQUIVO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       ACUMULA-ITEM.
           IF WRK-ITEM-ANOMES = WRK-COMPETENCIA
               PERFORM VERIFICA-NF-CANCELADA
               IF NOT WRK-ITEM-CANCELADO
                   COMPUTE WRK-CUSTO-ITEM ROUNDED =
                       ITP-QUANTIDADE * ITP-CUSTO-UNIT
                   ADD ITP-VALOR TO WRK-TOT-VENDA
                   ADD WRK-CUSTO-ITEM TO WRK-TOT-CUSTO
                   MOVE 'P' TO WRK-TIPO-BUSCA
                   MOVE ITP-PROD-CODIGO TO WRK-CODIGO-BUSCA
                   PERFORM SOMA-LINHA-TABELA
                   MOVE 'C' TO WRK-TIPO-BUSCA
                   MOVE WRK-CLI-CODIGO TO WRK-CODIGO-BUSCA
                   PERFORM SOMA-LINHA-TABELA
                   MOVE 'V' TO WRK-TIPO-BUSCA
                   MOVE ITP-VENDEDOR TO WRK-CODIGO-BUSCA
                   PERFORM SOMA-LINHA-TABELA
               END-IF
           END-IF.
           PERFORM LER-ITEM.

       VERIFICA-NF-CANCELADA.
           MOVE 'N' TO WRK-ITEM-CANCELADO-SW.
           MOVE ZEROS TO WRK-CLI-CODIGO.
           MOVE ITP-NUM-PEDIDO TO STP-NUM-PEDIDO.
           READ STATUS-PEDIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STP-CLI-CODIGO TO WRK-CLI-CODIGO
                   IF STP-CANCELADO
                       SET WRK-ITEM-CANCELADO TO TRUE
                   END-IF
           END-READ.

       SOMA-LINHA-TABELA.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-UMA-LINHA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-LINHAS
                  OR WRK-ACHOU-LINHA.
           IF WRK-ACHOU-LINHA
               SUBTRACT 1 FROM WRK-IDX-BUSCA
           ELSE
               IF WRK-QTD-LINHAS < WRK-MAX-LINHAS
                   ADD 1 TO WRK-QTD-LINHAS
                   MOVE WRK-QTD-LINHAS TO WRK-IDX-BUSCA
                   SET WRK-IDX-MRG TO WRK-IDX-BUSCA
                   MOVE WRK-TIPO-BUSCA TO WRK-MRG-TIPO (WRK-IDX-MRG)
                   MOVE WRK-CODIGO-BUSCA
                       TO WRK-MRG-CODIGO (WRK-IDX-MRG)
                   MOVE ZEROS TO WRK-MRG-QTD   (WRK-IDX-MRG)
                   MOVE ZEROS TO WRK-MRG-VENDA (WRK-IDX-MRG)
                   MOVE ZEROS TO WRK-MRG-CUSTO (WRK-IDX-MRG)
                   SET WRK-ACHOU-LINHA TO TRUE
               ELSE
                   DISPLAY 'TABELA DE MARGEM CHEIA - QUEBRA '
                           WRK-TIPO-BUSCA ' ' WRK-CODIGO-BUSCA
                           ' IGNORADA'
               END-IF
           END-IF.
           IF WRK-ACHOU-LINHA
               SET WRK-IDX-MRG TO WRK-IDX-BUSCA
               ADD ITP-QUANTIDADE TO WRK-MRG-QTD (WRK-IDX-MRG)
               ADD ITP-VALOR TO WRK-MRG-VENDA (WRK-IDX-MRG)
               ADD WRK-CUSTO-ITEM TO WRK-MRG-CUSTO (WRK-IDX-MRG)
           END-IF.

       PROCURA-UMA-LINHA.
           SET WRK-IDX-MRG TO WRK-IDX-BUSCA.
           IF WRK-MRG-TIPO (WRK-IDX-MRG) = WRK-TIPO-BUSCA
              AND WRK-MRG-CODIGO (WRK-IDX-MRG) = WRK-CODIGO-BUSCA
               SET WRK-ACHOU-LINHA TO TRUE
           END-IF.

       IMPRIME-QUEBRA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MARGEM ' WRK-TITULO-QUEBRA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CODIGO      QTDE         VENDA         CUSTO'
                  '        MARGEM       %'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-UMA-LINHA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-LINHAS.

       IMPRIME-UMA-LINHA.
           SET WRK-IDX-MRG TO WRK-IDX-BUSCA.
           IF WRK-MRG-TIPO (WRK-IDX-MRG) = WRK-TIPO-IMPRIME
               COMPUTE WRK-MARGEM =
                   WRK-MRG-VENDA (WRK-IDX-MRG)
                   - WRK-MRG-CUSTO (WRK-IDX-MRG)
               PERFORM CALCULA-PERC-MARGEM
               MOVE WRK-MRG-QTD   (WRK-IDX-MRG) TO WRK-QTD-ED
               MOVE WRK-MRG-VENDA (WRK-IDX-MRG) TO WRK-VENDA-ED
               MOVE WRK-MRG-CUSTO (WRK-IDX-MRG) TO WRK-CUSTO-ED
               MOVE WRK-MARGEM TO WRK-MARGEM-ED
               MOVE SPACES TO REL-LINHA
               STRING WRK-MRG-CODIGO (WRK-IDX-MRG)
                      ' ' WRK-QTD-ED
                      ' ' WRK-VENDA-ED
                      ' ' WRK-CUSTO-ED
                      ' ' WRK-MARGEM-ED
                      ' ' WRK-PERC-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       CALCULA-PERC-MARGEM.
           IF WRK-MRG-VENDA (WRK-IDX-MRG) = ZEROS
               MOVE ZEROS TO WRK-MARGEM-PERC
           ELSE
               COMPUTE WRK-MARGEM-PERC ROUNDED =
                   WRK-MARGEM * 100 / WRK-MRG-VENDA (WRK-IDX-MRG)
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-MARGEM-PERC
               END-COMPUTE
           END-IF.
           MOVE WRK-MARGEM-PERC TO WRK-PERC-ED.

       IMPRIME-TOTAL-GERAL.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WRK-MARGEM = WRK-TOT-VENDA - WRK-TOT-CUSTO.
           IF WRK-TOT-VENDA = ZEROS
               MOVE ZEROS TO WRK-MARGEM-PERC
           ELSE
               COMPUTE WRK-MARGEM-PERC ROUNDED =
                   WRK-MARGEM * 100 / WRK-TOT-VENDA
           END-IF.
           MOVE WRK-TOT-VENDA TO WRK-VENDA-ED.
           MOVE WRK-TOT-CUSTO TO WRK-CUSTO-ED.
           MOVE WRK-MARGEM TO WRK-MARGEM-ED.
           MOVE WRK-MARGEM-PERC TO WRK-PERC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL            ' WRK-VENDA-ED
                  ' ' WRK-CUSTO-ED
                  ' ' WRK-MARGEM-ED
                  ' ' WRK-PERC-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
