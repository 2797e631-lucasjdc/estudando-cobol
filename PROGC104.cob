       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC104.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: VALORIZACAO MENSAL DO ESTOQUE AO CUSTO
      * MEDIO PONDERADO - PARA A COMPETENCIA INFORMADA, LE
      * O KARDEX VALORIZADO E MONTA POR PRODUTO O SALDO DE
      * ABERTURA (ULTIMO MOVIMENTO ANTES DO MES), AS
      * ENTRADAS E SAIDAS DO MES AO CUSTO DO MOVIMENTO E O
      * SALDO DE FECHAMENTO (ULTIMO MOVIMENTO DO MES *
      * CUSTO MEDIO APOS ELE), CONFERINDO
      * ABERTURA + ENTRADAS - SAIDAS = FECHAMENTO; A
      * DIFERENCA (ARREDONDAMENTO DO CUSTO MEDIO) SAI
      * IMPRESSA POR PRODUTO E NO TOTAL. PRODUTO COM SALDO
      * E SEM NENHUM MOVIMENTO NO KARDEX ENTRA PELO ESTOQUE
      * DATA 2026-10-15
      * 2026-10-15 LC  VALORIZACAO POR PRODUTO E DEPOSITO,
      * POIS O SALDO E O CUSTO MEDIO DO KARDEX SAO DO
      * DEPOSITO; A TRANSFERENCIA ENTRE DEPOSITOS (PROGC107)
      * APARECE COMO SAIDA NA ORIGEM E ENTRADA NO DESTINO AO
      * MESMO CUSTO E SE ANULA NO TOTAL
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KARDEX ASSIGN TO "KARDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT PRODUTOS ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTOS-STATUS.
           SELECT RELATORIO ASSIGN TO "RELVALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KARDEX.
           COPY KARDXREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  PRODUTOS.
           COPY PRODREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-KARDEX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PRODUTOS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-KDX-ANOMES       PIC 9(06) VALUE ZEROS.
       77 WRK-PROD-BUSCA       PIC 9(06) VALUE ZEROS.
       77 WRK-DEP-BUSCA        PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-PRODUTOS     PIC 9(04) VALUE 999.
       77 WRK-QTD-PRODUTOS     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-BUSCA        PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-SW         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-PRODUTO VALUE 'S'.
       01 WRK-TAB-VALORIZACAO.
           02 WRK-VAL-LINHA OCCURS 999 TIMES
              INDEXED BY WRK-IDX-VAL.
               03 WRK-VAL-PROD-CODIGO PIC 9(06).
               03 WRK-VAL-DEPOSITO    PIC 9(02).
               03 WRK-VAL-ABRE-QTD    PIC 9(06).
               03 WRK-VAL-ABRE-VALOR  PIC 9(11)V99.
               03 WRK-VAL-ENT-QTD     PIC 9(07).
               03 WRK-VAL-ENT-VALOR   PIC 9(11)V99.
               03 WRK-VAL-SAI-QTD     PIC 9(07).
               03 WRK-VAL-SAI-VALOR   PIC 9(11)V99.
               03 WRK-VAL-FECHA-QTD   PIC 9(06).
               03 WRK-VAL-FECHA-VALOR PIC 9(11)V99.
       77 WRK-VALOR-MOVTO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DIFERENCA        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ABRE         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-ENT          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-SAI          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-FECHA        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-DIFERENCA    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIF-ED           PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOT-DIF-ED       PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DA VALORIZACAO (AAAAMM).. '
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           OPEN INPUT KARDEX.
           OPEN INPUT PRODUTOS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALORIZACAO DO ESTOQUE AO CUSTO MEDIO - '
                  'COMPETENCIA ' WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-KARDEX-STATUS = '00'
               PERFORM LER-KARDEX
               PERFORM ACUMULA-MOVIMENTO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE KARDEX
           END-IF.
           PERFORM INCLUI-ESTOQUE-SEM-MOVIMENTO.
           PERFORM IMPRIME-PRODUTOS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           CLOSE PRODUTOS.
           STOP RUN.

       LER-KARDEX.
           READ KARDEX
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

      *****************************************************
      * ACUMULA-MOVIMENTO - O KARDEX E GRAVADO EM ORDEM DE
      * CHEGADA, ENTAO O ULTIMO MOVIMENTO LIDO ANTES DO MES
      * DA A ABERTURA E O ULTIMO DO MES DA O FECHAMENTO;
      * MOVIMENTOS POSTERIORES A COMPETENCIA SAO IGNORADOS.
      * O SALDO APOS E O CUSTO MEDIO SAO DO DEPOSITO, ENTAO
      * A LINHA E POR PRODUTO E DEPOSITO (MOVIMENTO SEM
      * DEPOSITO VALE COMO DEPOSITO 01)
      *****************************************************
       ACUMULA-MOVIMENTO.
           DIVIDE KDX-DATA BY 100 GIVING WRK-KDX-ANOMES.
           IF WRK-KDX-ANOMES NOT > WRK-COMPETENCIA
               MOVE KDX-PROD-CODIGO TO WRK-PROD-BUSCA
               IF KDX-DEPOSITO IS NUMERIC AND KDX-DEPOSITO > 0
                   MOVE KDX-DEPOSITO TO WRK-DEP-BUSCA
               ELSE
                   MOVE 01 TO WRK-DEP-BUSCA
               END-IF
               PERFORM PROCURA-PRODUTO-TABELA
               IF WRK-ACHOU-PRODUTO
                   PERFORM SOMA-MOVIMENTO
               END-IF
           END-IF.
           PERFORM LER-KARDEX.

       SOMA-MOVIMENTO.
           SET WRK-IDX-VAL TO WRK-IDX-BUSCA.
           COMPUTE WRK-VAL-FECHA-VALOR (WRK-IDX-VAL) ROUNDED =
               KDX-SALDO-APOS * KDX-CUSTO-MEDIO.
           MOVE KDX-SALDO-APOS TO WRK-VAL-FECHA-QTD (WRK-IDX-VAL).
           IF WRK-KDX-ANOMES < WRK-COMPETENCIA
               MOVE KDX-SALDO-APOS
                   TO WRK-VAL-ABRE-QTD (WRK-IDX-VAL)
               MOVE WRK-VAL-FECHA-VALOR (WRK-IDX-VAL)
                   TO WRK-VAL-ABRE-VALOR (WRK-IDX-VAL)
           ELSE
               COMPUTE WRK-VALOR-MOVTO ROUNDED =
                   KDX-QUANTIDADE * KDX-CUSTO-UNIT
               IF KDX-ENTRADA
                   ADD KDX-QUANTIDADE
                       TO WRK-VAL-ENT-QTD (WRK-IDX-VAL)
                   ADD WRK-VALOR-MOVTO
                       TO WRK-VAL-ENT-VALOR (WRK-IDX-VAL)
               ELSE
                   ADD KDX-QUANTIDADE
                       TO WRK-VAL-SAI-QTD (WRK-IDX-VAL)
                   ADD WRK-VALOR-MOVTO
                       TO WRK-VAL-SAI-VALOR (WRK-IDX-VAL)
               END-IF
           END-IF.

      *****************************************************
      * PROCURA-PRODUTO-TABELA - DEVOLVE EM WRK-IDX-BUSCA A
      * LINHA DO PRODUTO NO DEPOSITO, INCLUINDO-A ZERADA SE
      * PRECISO
      *****************************************************
       PROCURA-PRODUTO-TABELA.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-UMA-LINHA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-PRODUTOS
                  OR WRK-ACHOU-PRODUTO.
           IF WRK-ACHOU-PRODUTO
               SUBTRACT 1 FROM WRK-IDX-BUSCA
           ELSE
               IF WRK-QTD-PRODUTOS < WRK-MAX-PRODUTOS
                   ADD 1 TO WRK-QTD-PRODUTOS
                   MOVE WRK-QTD-PRODUTOS TO WRK-IDX-BUSCA
                   SET WRK-IDX-VAL TO WRK-IDX-BUSCA
                   MOVE WRK-PROD-BUSCA
                       TO WRK-VAL-PROD-CODIGO (WRK-IDX-VAL)
                   MOVE WRK-DEP-BUSCA
                       TO WRK-VAL-DEPOSITO (WRK-IDX-VAL)
                   MOVE ZEROS TO WRK-VAL-ABRE-QTD    (WRK-IDX-VAL)
                   MOVE ZEROS TO WRK-VAL-ABRE-VALOR  (WRK-IDX-VAL)
                   MOVE ZEROS TO WRK-VAL-ENT-QTD     (WRK-IDX-VAL)
                   MOVE ZEROS TO WRK-VAL-ENT-VALOR   (WRK-IDX-VAL)
                   MOVE ZEROS TO WRK-VAL-SAI-QTD     (WRK-IDX-VAL)
                   MOVE ZEROS TO WRK-VAL-SAI-VALOR   (WRK-IDX-VAL)
                   MOVE ZEROS TO WRK-VAL-FECHA-QTD   (WRK-IDX-VAL)
                   MOVE ZEROS TO WRK-VAL-FECHA-VALOR (WRK-IDX-VAL)
                   SET WRK-ACHOU-PRODUTO TO TRUE
               ELSE
                   DISPLAY 'TABELA DE PRODUTOS CHEIA - PRODUTO '
                           WRK-PROD-BUSCA ' DEP ' WRK-DEP-BUSCA
                           ' IGNORADO'
               END-IF
           END-IF.

       PROCURA-UMA-LINHA.
           SET WRK-IDX-VAL TO WRK-IDX-BUSCA.
           IF WRK-VAL-PROD-CODIGO (WRK-IDX-VAL) = WRK-PROD-BUSCA
              AND WRK-VAL-DEPOSITO (WRK-IDX-VAL) = WRK-DEP-BUSCA
               SET WRK-ACHOU-PRODUTO TO TRUE
           END-IF.

      *****************************************************
      * INCLUI-ESTOQUE-SEM-MOVIMENTO - SALDO ANTERIOR AO
      * KARDEX (CARGA INICIAL) NAO TEM MOVIMENTO; ENTRA COM
      * ABERTURA = FECHAMENTO = SALDO * CUSTO MEDIO
      *****************************************************
       INCLUI-ESTOQUE-SEM-MOVIMENTO.
           OPEN INPUT ESTOQUE.
           IF WRK-ESTOQUE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-ESTOQUE
               PERFORM VERIFICA-ESTOQUE UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE ESTOQUE
           END-IF.

       LER-ESTOQUE.
           READ ESTOQUE NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       VERIFICA-ESTOQUE.
           IF ETQ-SALDO > 0
               MOVE ETQ-PROD-CODIGO TO WRK-PROD-BUSCA
               MOVE ETQ-DEPOSITO    TO WRK-DEP-BUSCA
               MOVE 'N' TO WRK-ACHOU-SW
               PERFORM PROCURA-UMA-LINHA
                   VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-PRODUTOS
                      OR WRK-ACHOU-PRODUTO
               IF NOT WRK-ACHOU-PRODUTO
                   PERFORM PROCURA-PRODUTO-TABELA
                   IF WRK-ACHOU-PRODUTO
                       SET WRK-IDX-VAL TO WRK-IDX-BUSCA
                       MOVE ETQ-SALDO
                           TO WRK-VAL-ABRE-QTD  (WRK-IDX-VAL)
                       MOVE ETQ-SALDO
                           TO WRK-VAL-FECHA-QTD (WRK-IDX-VAL)
                       COMPUTE WRK-VAL-ABRE-VALOR (WRK-IDX-VAL)
                           ROUNDED = ETQ-SALDO * ETQ-CUSTO-MEDIO
                       MOVE WRK-VAL-ABRE-VALOR (WRK-IDX-VAL)
                           TO WRK-VAL-FECHA-VALOR (WRK-IDX-VAL)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-ESTOQUE.

       IMPRIME-PRODUTOS.
           PERFORM IMPRIME-UM-PRODUTO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-PRODUTOS.

       IMPRIME-UM-PRODUTO.
           SET WRK-IDX-VAL TO WRK-IDX-BUSCA.
           MOVE WRK-VAL-PROD-CODIGO (WRK-IDX-VAL) TO PRD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE 'PRODUTO SEM CADASTRO' TO PRD-DESCRICAO
           END-READ.
           COMPUTE WRK-DIFERENCA =
               WRK-VAL-FECHA-VALOR (WRK-IDX-VAL)
               - WRK-VAL-ABRE-VALOR (WRK-IDX-VAL)
               - WRK-VAL-ENT-VALOR  (WRK-IDX-VAL)
               + WRK-VAL-SAI-VALOR  (WRK-IDX-VAL).
           ADD WRK-VAL-ABRE-VALOR  (WRK-IDX-VAL) TO WRK-TOT-ABRE.
           ADD WRK-VAL-ENT-VALOR   (WRK-IDX-VAL) TO WRK-TOT-ENT.
           ADD WRK-VAL-SAI-VALOR   (WRK-IDX-VAL) TO WRK-TOT-SAI.
           ADD WRK-VAL-FECHA-VALOR (WRK-IDX-VAL) TO WRK-TOT-FECHA.
           ADD WRK-DIFERENCA TO WRK-TOT-DIFERENCA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUTO ' WRK-VAL-PROD-CODIGO (WRK-IDX-VAL)
                  ' DEP ' WRK-VAL-DEPOSITO (WRK-IDX-VAL)
                  ' ' PRD-DESCRICAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-VAL-ABRE-QTD (WRK-IDX-VAL) TO WRK-QTD-ED.
           MOVE WRK-VAL-ABRE-VALOR (WRK-IDX-VAL) TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   ABERTURA.... QTD ' WRK-QTD-ED
                  ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-VAL-ENT-QTD (WRK-IDX-VAL) TO WRK-QTD-ED.
           MOVE WRK-VAL-ENT-VALOR (WRK-IDX-VAL) TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   ENTRADAS.... QTD ' WRK-QTD-ED
                  ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-VAL-SAI-QTD (WRK-IDX-VAL) TO WRK-QTD-ED.
           MOVE WRK-VAL-SAI-VALOR (WRK-IDX-VAL) TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   SAIDAS...... QTD ' WRK-QTD-ED
                  ' VALOR ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-VAL-FECHA-QTD (WRK-IDX-VAL) TO WRK-QTD-ED.
           MOVE WRK-VAL-FECHA-VALOR (WRK-IDX-VAL) TO WRK-VALOR-ED.
           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '   FECHAMENTO.. QTD ' WRK-QTD-ED
                  ' VALOR ' WRK-VALOR-ED
                  ' DIF ' WRK-DIF-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-ABRE TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR DE ABERTURA......... ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-ENT TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '(+) ENTRADAS.............. ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-SAI TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '(-) SAIDAS................ ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-FECHA TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '(=) VALOR DE FECHAMENTO... ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-DIFERENCA TO WRK-TOT-DIF-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DIFERENCA DE CONCILIACAO.. ' WRK-TOT-DIF-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
