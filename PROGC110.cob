       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC110.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: ANALISE MENSAL DE DEMANDA E PROPOSTA DE
      * REPOSICAO - LE AS SAIDAS DE VENDA DO KARDEX DOS
      * ULTIMOS N MESES ATE A COMPETENCIA (LIQUIDAS DE
      * ESTORNO, DEVOLUCAO E CANCELAMENTO) E CALCULA POR
      * PRODUTO E DEPOSITO A DEMANDA MEDIA DIARIA E O
      * DESVIO PADRAO DA DEMANDA MENSAL; COM O PRAZO DE
      * ENTREGA DO FORNECEDOR DO ULTIMO PEDIDO DE COMPRA DO
      * PRODUTO (OU O PRAZO PADRAO DO SYSIN) PROPOE O NOVO
      * MINIMO (DEMANDA NO PRAZO + ESTOQUE DE SEGURANCA) E A
      * QUANTIDADE DE REPOSICAO (DEMANDA DOS DIAS DE
      * COBERTURA) E CLASSIFICA OS PRODUTOS EM A/B/C PELO
      * VALOR DE VENDA DO PERIODO. AS PROPOSTAS VAO PARA O
      * RELATORIO DE REVISAO RELREPOS E PARA O ARQUIVO
      * REPPROP, DE ONDE O OPERADOR AS ACEITA NO PROGC111
      * DATA 2026-10-15
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
           SELECT PEDIDOS-COMPRA ASSIGN TO "PEDCOMPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCP-CHAVE
               FILE STATUS IS WRK-PEDIDOS-COMPRA-ST.
           SELECT FORNECEDORES ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FORNECEDORES-ST.
           SELECT PRODUTOS ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTOS-STATUS.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT PROPOSTAS ASSIGN TO "REPPROP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RPP-CHAVE
               FILE STATUS IS WRK-PROPOSTAS-ST.
           SELECT ABC-ORD ASSIGN TO "ABCORDWK".
           SELECT RELATORIO ASSIGN TO "RELREPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  KARDEX.
           COPY KARDXREG.
       FD  PEDIDOS-COMPRA.
           COPY PEDCPREG.
       FD  FORNECEDORES.
           COPY FORNREG.
       FD  PRODUTOS.
           COPY PRODREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  PROPOSTAS.
           COPY REPPRREG.
       SD  ABC-ORD.
       01  ABC-ORD-REGISTRO.
           02 ABC-ORD-VALOR   PIC 9(11)V99.
           02 ABC-ORD-PROD    PIC 9(06).
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-KARDEX-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-PEDIDOS-COMPRA-ST PIC X(02) VALUE SPACES.
       77 WRK-FORNECEDORES-ST   PIC X(02) VALUE SPACES.
       77 WRK-PRODUTOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PROPOSTAS-ST      PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-SORT          PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-OK VALUE 'S'.
       77 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-COMPETENCIA       PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW    PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-MESES             PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-SW          PIC X(01) VALUE 'N'.
           88 WRK-MESES-VALIDO VALUE 'S'.
       77 WRK-FATOR-CENT        PIC 9(03) VALUE ZEROS.
       77 WRK-FATOR-CENT-SW     PIC X(01) VALUE 'N'.
           88 WRK-FATOR-CENT-VALIDO VALUE 'S'.
       77 WRK-PRAZO-PADRAO      PIC 9(03) VALUE ZEROS.
       77 WRK-PRAZO-PADRAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-PRAZO-PADRAO-VALIDO VALUE 'S'.
       77 WRK-COBERTURA         PIC 9(03) VALUE ZEROS.
       77 WRK-COBERTURA-SW      PIC X(01) VALUE 'N'.
           88 WRK-COBERTURA-VALIDA VALUE 'S'.
       77 WRK-FATOR-SERVICO     PIC 9(01)V99 VALUE ZEROS.
       77 WRK-ANO               PIC 9(04) VALUE ZEROS.
       77 WRK-MES               PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-INICIO      PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-KDX         PIC 9(06) VALUE ZEROS.
       77 WRK-KDX-ANOMES        PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PERIODO      PIC 9(05) VALUE ZEROS.
       77 WRK-KDX-ORIGEM        PIC X(09) VALUE SPACES.
           88 WRK-ORIGEM-VENDA VALUE 'PROGCOB09' 'PROGCOB20'
                                     'PROGCOB67'.
           88 WRK-ORIGEM-RETORNO VALUE 'PROGCOB09' 'PROGCOB21'
                                       'PROGCOB59'.
       77 WRK-PROD-BUSCA        PIC 9(06) VALUE ZEROS.
       77 WRK-DEP-BUSCA         PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS        PIC 9(04) VALUE 999.
       77 WRK-QTD-LINHAS        PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-BUSCA         PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-MES           PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-SW          PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-LINHA VALUE 'S'.
       01 WRK-TAB-DEMANDA.
           02 WRK-DEM-LINHA OCCURS 999 TIMES
              INDEXED BY WRK-IDX-DEM.
               03 WRK-DEM-PROD-CODIGO PIC 9(06).
               03 WRK-DEM-DEPOSITO    PIC 9(02).
               03 WRK-DEM-MES-QTD     PIC S9(07) OCCURS 12 TIMES.
               03 WRK-DEM-TOTAL       PIC 9(07).
               03 WRK-DEM-FOR-CODIGO  PIC 9(06).
               03 WRK-DEM-DATA-PC     PIC 9(08).
       77 WRK-QTD-PRODUTOS      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PROD          PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-PROD-SW     PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-PRODUTO VALUE 'S'.
       01 WRK-TAB-ABC.
           02 WRK-ABC-LINHA OCCURS 999 TIMES
              INDEXED BY WRK-IDX-ABC.
               03 WRK-ABC-PROD-CODIGO PIC 9(06).
               03 WRK-ABC-VALOR       PIC 9(11)V99.
               03 WRK-ABC-CLASSE      PIC X(01).
       77 WRK-LIMITE-A          PIC 9(03) VALUE 80.
       77 WRK-LIMITE-B          PIC 9(03) VALUE 95.
       77 WRK-VALOR-TOTAL       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-ACUMULADO   PIC 9(13)V99 VALUE ZEROS.
       77 WRK-PERC-ACUMULADO    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-CLASSE            PIC X(01) VALUE SPACES.
       77 WRK-QTD-MES           PIC 9(07) VALUE ZEROS.
       77 WRK-MEDIA-MES         PIC 9(07)V999 VALUE ZEROS.
       77 WRK-SOMA-QUADRADOS    PIC 9(15)V999 VALUE ZEROS.
       77 WRK-VARIANCIA         PIC 9(13)V999 VALUE ZEROS.
       77 WRK-DESVIO-MES        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DEMANDA-DIA       PIC 9(05)V999 VALUE ZEROS.
       77 WRK-PRAZO             PIC 9(03) VALUE ZEROS.
       77 WRK-SEGURANCA         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MINIMO-CALC       PIC 9(09) VALUE ZEROS.
       77 WRK-REPOS-CALC        PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR-LINHA       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DESCRICAO         PIC X(20) VALUE SPACES.
       77 WRK-QTD-PROPOSTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CLASSE-A      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CLASSE-B      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CLASSE-C      PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-CLASSE-A    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-CLASSE-B    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-CLASSE-C    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MIN-ATU-ED        PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MIN-PROP-ED       PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-REP-ATU-ED        PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-REP-PROP-ED       PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-DEMANDA-ED        PIC ZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-DESVIO-ED         PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CONTA-ED          PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY DUTILREG.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'COMPETENCIA FINAL DA ANALISE (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           DISPLAY 'MESES DE HISTORICO (01 A 12).. '.
           PERFORM CAPTURA-MESES UNTIL WRK-MESES-VALIDO.
           IF WRK-MESES < 1 OR WRK-MESES > 12
               DISPLAY 'MESES DE HISTORICO FORA DE 01 A 12 - '
                       'ASSUMIDO 06'
               MOVE 06 TO WRK-MESES
           END-IF.
           DISPLAY 'FATOR DE SEGURANCA EM CENTESIMOS (165 = '
                   '1,65).. '.
           PERFORM CAPTURA-FATOR-CENT UNTIL WRK-FATOR-CENT-VALIDO.
           COMPUTE WRK-FATOR-SERVICO = WRK-FATOR-CENT / 100.
           DISPLAY 'PRAZO DE ENTREGA PADRAO EM DIAS.. '.
           PERFORM CAPTURA-PRAZO-PADRAO
               UNTIL WRK-PRAZO-PADRAO-VALIDO.
           DISPLAY 'DIAS DE COBERTURA DA REPOSICAO.. '.
           PERFORM CAPTURA-COBERTURA UNTIL WRK-COBERTURA-VALIDA.
           PERFORM CALCULA-PERIODO.
           OPEN INPUT KARDEX.
           IF WRK-KARDEX-STATUS = '00'
               PERFORM LER-KARDEX
               PERFORM ACUMULA-MOVIMENTO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE KARDEX
           END-IF.
           PERFORM BUSCA-FORNECEDORES.
           OPEN INPUT PRODUTOS.
           PERFORM VALORIZA-LINHA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-LINHAS.
           SORT ABC-ORD
               ON DESCENDING KEY ABC-ORD-VALOR
               INPUT PROCEDURE IS LIBERA-PRODUTOS-ABC
               OUTPUT PROCEDURE IS CLASSIFICA-PRODUTOS-ABC.
           OPEN INPUT FORNECEDORES.
           OPEN INPUT ESTOQUE.
           OPEN OUTPUT PROPOSTAS.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM GERA-PROPOSTA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-LINHAS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           CLOSE PROPOSTAS.
           IF WRK-ESTOQUE-STATUS = '00'
               CLOSE ESTOQUE
           END-IF.
           IF WRK-FORNECEDORES-ST = '00'
               CLOSE FORNECEDORES
           END-IF.
           CLOSE PRODUTOS.
           DISPLAY 'PROPOSTAS DE REPOSICAO GERADAS.. '
                   WRK-QTD-PROPOSTAS.
           GOBACK.

      *****************************************************
      * CALCULA-PERIODO - DO PRIMEIRO DIA DO MES QUE ESTA
      * N-1 MESES ANTES DA COMPETENCIA ATE O ULTIMO DIA DA
      * COMPETENCIA; OS MESES SAO CONTADOS COMO ANO * 12 +
      * MES PARA ACHAR A POSICAO DO MOVIMENTO NA TABELA
      *****************************************************
       CALCULA-PERIODO.
           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           COMPUTE WRK-MESES-INICIO =
               WRK-ANO * 12 + WRK-MES - WRK-MESES.
           DIVIDE WRK-MESES-INICIO BY 12 GIVING WRK-ANO
               REMAINDER WRK-MES.
           ADD 1 TO WRK-MES.
           ADD 1 TO WRK-MESES-INICIO.
           COMPUTE WRK-DATA-INICIO =
               WRK-ANO * 10000 + WRK-MES * 100 + 1.
           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES = 12
               ADD 1 TO WRK-ANO
               MOVE 1 TO WRK-MES
           ELSE
               ADD 1 TO WRK-MES
           END-IF.
           COMPUTE WRK-DATA-FIM =
               WRK-ANO * 10000 + WRK-MES * 100 + 1.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE WRK-DATA-INICIO TO DUT-DATA-1.
           MOVE WRK-DATA-FIM    TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF DUT-OK AND DUT-DIAS > 0
               MOVE DUT-DIAS TO WRK-DIAS-PERIODO
           ELSE
               COMPUTE WRK-DIAS-PERIODO = WRK-MESES * 30
           END-IF.

       LER-KARDEX.
           READ KARDEX
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

      *****************************************************
      * ACUMULA-MOVIMENTO - SO ENTRAM AS SAIDAS DE VENDA
      * (PEDIDO, CONVERSAO DE ORCAMENTO E BACKORDER LIBERADO)
      * E, SUBTRAINDO, AS ENTRADAS QUE AS DESFAZEM (ESTORNO
      * DO PEDIDO, DEVOLUCAO E CANCELAMENTO DA NOTA); AJUSTE,
      * INVENTARIO, TRANSFERENCIA E COMPRA NAO SAO DEMANDA.
      * MOVIMENTO SEM DEPOSITO VALE COMO DEPOSITO 01
      *****************************************************
       ACUMULA-MOVIMENTO.
           MOVE KDX-ORIGEM TO WRK-KDX-ORIGEM.
           IF KDX-DATA NOT < WRK-DATA-INICIO
              AND KDX-DATA < WRK-DATA-FIM
              AND ((KDX-SAIDA AND WRK-ORIGEM-VENDA)
                OR (KDX-ENTRADA AND WRK-ORIGEM-RETORNO))
               MOVE KDX-PROD-CODIGO TO WRK-PROD-BUSCA
               IF KDX-DEPOSITO IS NUMERIC AND KDX-DEPOSITO > 0
                   MOVE KDX-DEPOSITO TO WRK-DEP-BUSCA
               ELSE
                   MOVE 01 TO WRK-DEP-BUSCA
               END-IF
               PERFORM PROCURA-LINHA-TABELA
               IF WRK-ACHOU-LINHA
                   PERFORM SOMA-MOVIMENTO
               END-IF
           END-IF.
           PERFORM LER-KARDEX.

       SOMA-MOVIMENTO.
           DIVIDE KDX-DATA BY 100 GIVING WRK-KDX-ANOMES.
           DIVIDE WRK-KDX-ANOMES BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           COMPUTE WRK-MESES-KDX = WRK-ANO * 12 + WRK-MES.
           COMPUTE WRK-IDX-MES = WRK-MESES-KDX - WRK-MESES-INICIO
               + 1.
           SET WRK-IDX-DEM TO WRK-IDX-BUSCA.
           IF KDX-SAIDA
               ADD KDX-QUANTIDADE
                   TO WRK-DEM-MES-QTD (WRK-IDX-DEM, WRK-IDX-MES)
           ELSE
               SUBTRACT KDX-QUANTIDADE
                   FROM WRK-DEM-MES-QTD (WRK-IDX-DEM, WRK-IDX-MES)
           END-IF.

      *****************************************************
      * PROCURA-LINHA-TABELA - DEVOLVE EM WRK-IDX-BUSCA A
      * LINHA DO PRODUTO NO DEPOSITO, INCLUINDO-A ZERADA SE
      * PRECISO
      *****************************************************
       PROCURA-LINHA-TABELA.
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
                   SET WRK-IDX-DEM TO WRK-IDX-BUSCA
                   MOVE WRK-PROD-BUSCA
                       TO WRK-DEM-PROD-CODIGO (WRK-IDX-DEM)
                   MOVE WRK-DEP-BUSCA
                       TO WRK-DEM-DEPOSITO (WRK-IDX-DEM)
                   PERFORM ZERA-MES-LINHA
                       VARYING WRK-IDX-MES FROM 1 BY 1
                       UNTIL WRK-IDX-MES > 12
                   MOVE ZEROS TO WRK-DEM-TOTAL      (WRK-IDX-DEM)
                   MOVE ZEROS TO WRK-DEM-FOR-CODIGO (WRK-IDX-DEM)
                   MOVE ZEROS TO WRK-DEM-DATA-PC    (WRK-IDX-DEM)
                   SET WRK-ACHOU-LINHA TO TRUE
               ELSE
                   DISPLAY 'TABELA DE DEMANDA CHEIA - PRODUTO '
                           WRK-PROD-BUSCA ' DEP ' WRK-DEP-BUSCA
                           ' IGNORADO'
               END-IF
           END-IF.

       PROCURA-UMA-LINHA.
           SET WRK-IDX-DEM TO WRK-IDX-BUSCA.
           IF WRK-DEM-PROD-CODIGO (WRK-IDX-DEM) = WRK-PROD-BUSCA
              AND WRK-DEM-DEPOSITO (WRK-IDX-DEM) = WRK-DEP-BUSCA
               SET WRK-ACHOU-LINHA TO TRUE
           END-IF.

       ZERA-MES-LINHA.
           MOVE ZEROS TO WRK-DEM-MES-QTD (WRK-IDX-DEM, WRK-IDX-MES).

      *****************************************************
      * BUSCA-FORNECEDORES - O PRODUTO NAO TEM FORNECEDOR NO
      * CADASTRO; VALE O FORNECEDOR DO PEDIDO DE COMPRA MAIS
      * RECENTE (MAIOR DATA DE EMISSAO) DO PRODUTO
      *****************************************************
       BUSCA-FORNECEDORES.
           OPEN INPUT PEDIDOS-COMPRA.
           IF WRK-PEDIDOS-COMPRA-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-PEDIDO-COMPRA
               PERFORM AVALIA-PEDIDO-COMPRA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE PEDIDOS-COMPRA
           END-IF.

       LER-PEDIDO-COMPRA.
           READ PEDIDOS-COMPRA NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       AVALIA-PEDIDO-COMPRA.
           PERFORM ATUALIZA-FORNECEDOR-LINHA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-LINHAS.
           PERFORM LER-PEDIDO-COMPRA.

       ATUALIZA-FORNECEDOR-LINHA.
           SET WRK-IDX-DEM TO WRK-IDX-BUSCA.
           IF WRK-DEM-PROD-CODIGO (WRK-IDX-DEM) = PCP-PROD-CODIGO
              AND PCP-DATA-EMISSAO
                  NOT < WRK-DEM-DATA-PC (WRK-IDX-DEM)
               MOVE PCP-FOR-CODIGO
                   TO WRK-DEM-FOR-CODIGO (WRK-IDX-DEM)
               MOVE PCP-DATA-EMISSAO
                   TO WRK-DEM-DATA-PC (WRK-IDX-DEM)
           END-IF.

      *****************************************************
      * VALORIZA-LINHA - DEMANDA DO PERIODO (MES NEGATIVO,
      * COM MAIS RETORNO QUE VENDA, CONTA COMO ZERO) E VALOR
      * DE VENDA AO PRECO DE TABELA, SOMADO POR PRODUTO NA
      * TABELA DA CLASSE ABC
      *****************************************************
       VALORIZA-LINHA.
           SET WRK-IDX-DEM TO WRK-IDX-BUSCA.
           MOVE ZEROS TO WRK-DEM-TOTAL (WRK-IDX-DEM).
           PERFORM SOMA-MES-LINHA
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > WRK-MESES.
           MOVE WRK-DEM-PROD-CODIGO (WRK-IDX-DEM) TO PRD-CODIGO.
           MOVE ZEROS TO WRK-VALOR-LINHA.
           IF WRK-PRODUTOS-STATUS = '00'
               READ PRODUTOS
                   NOT INVALID KEY
                       COMPUTE WRK-VALOR-LINHA =
                           WRK-DEM-TOTAL (WRK-IDX-DEM)
                           * PRD-PRECO-UNIT
               END-READ
           END-IF.
           MOVE WRK-DEM-PROD-CODIGO (WRK-IDX-DEM) TO WRK-PROD-BUSCA.
           PERFORM PROCURA-PRODUTO-ABC.
           IF WRK-ACHOU-PRODUTO
               SET WRK-IDX-ABC TO WRK-IDX-PROD
               ADD WRK-VALOR-LINHA TO WRK-ABC-VALOR (WRK-IDX-ABC)
               ADD WRK-VALOR-LINHA TO WRK-VALOR-TOTAL
           END-IF.

       SOMA-MES-LINHA.
           IF WRK-DEM-MES-QTD (WRK-IDX-DEM, WRK-IDX-MES) > 0
               ADD WRK-DEM-MES-QTD (WRK-IDX-DEM, WRK-IDX-MES)
                   TO WRK-DEM-TOTAL (WRK-IDX-DEM)
           END-IF.

       PROCURA-PRODUTO-ABC.
           MOVE 'N' TO WRK-ACHOU-PROD-SW.
           PERFORM PROCURA-UM-PRODUTO
               VARYING WRK-IDX-PROD FROM 1 BY 1
               UNTIL WRK-IDX-PROD > WRK-QTD-PRODUTOS
                  OR WRK-ACHOU-PRODUTO.
           IF WRK-ACHOU-PRODUTO
               SUBTRACT 1 FROM WRK-IDX-PROD
           ELSE
               IF WRK-QTD-PRODUTOS < WRK-MAX-LINHAS
                   ADD 1 TO WRK-QTD-PRODUTOS
                   MOVE WRK-QTD-PRODUTOS TO WRK-IDX-PROD
                   SET WRK-IDX-ABC TO WRK-IDX-PROD
                   MOVE WRK-PROD-BUSCA
                       TO WRK-ABC-PROD-CODIGO (WRK-IDX-ABC)
                   MOVE ZEROS TO WRK-ABC-VALOR (WRK-IDX-ABC)
                   MOVE 'C' TO WRK-ABC-CLASSE (WRK-IDX-ABC)
                   SET WRK-ACHOU-PRODUTO TO TRUE
               END-IF
           END-IF.

       PROCURA-UM-PRODUTO.
           SET WRK-IDX-ABC TO WRK-IDX-PROD.
           IF WRK-ABC-PROD-CODIGO (WRK-IDX-ABC) = WRK-PROD-BUSCA
               SET WRK-ACHOU-PRODUTO TO TRUE
           END-IF.

      *****************************************************
      * LIBERA-PRODUTOS-ABC / CLASSIFICA-PRODUTOS-ABC - OS
      * PRODUTOS SAEM DO SORT DO MAIOR PARA O MENOR VALOR DE
      * VENDA; E CLASSE A O PRODUTO QUE COMECA ANTES DE 80%
      * DO VALOR ACUMULADO, B ANTES DE 95% E C O RESTANTE
      * (PRODUTO SEM VENDA NO PERIODO FICA SEMPRE C)
      *****************************************************
       LIBERA-PRODUTOS-ABC.
           PERFORM LIBERA-UM-PRODUTO
               VARYING WRK-IDX-PROD FROM 1 BY 1
               UNTIL WRK-IDX-PROD > WRK-QTD-PRODUTOS.

       LIBERA-UM-PRODUTO.
           SET WRK-IDX-ABC TO WRK-IDX-PROD.
           MOVE WRK-ABC-VALOR (WRK-IDX-ABC)       TO ABC-ORD-VALOR.
           MOVE WRK-ABC-PROD-CODIGO (WRK-IDX-ABC) TO ABC-ORD-PROD.
           RELEASE ABC-ORD-REGISTRO.

       CLASSIFICA-PRODUTOS-ABC.
           MOVE ZEROS TO WRK-VALOR-ACUMULADO.
           PERFORM RETORNA-CLASSIFICA UNTIL WRK-FIM-SORT-OK.

       RETORNA-CLASSIFICA.
           RETURN ABC-ORD
               AT END
                   SET WRK-FIM-SORT-OK TO TRUE
               NOT AT END
                   PERFORM CLASSIFICA-UM-PRODUTO
           END-RETURN.

       CLASSIFICA-UM-PRODUTO.
           IF WRK-VALOR-TOTAL > 0
               COMPUTE WRK-PERC-ACUMULADO =
                   WRK-VALOR-ACUMULADO * 100 / WRK-VALOR-TOTAL
           ELSE
               MOVE 100 TO WRK-PERC-ACUMULADO
           END-IF.
           IF ABC-ORD-VALOR = 0
               MOVE 'C' TO WRK-CLASSE
           ELSE
               IF WRK-PERC-ACUMULADO < WRK-LIMITE-A
                   MOVE 'A' TO WRK-CLASSE
               ELSE
                   IF WRK-PERC-ACUMULADO < WRK-LIMITE-B
                       MOVE 'B' TO WRK-CLASSE
                   ELSE
                       MOVE 'C' TO WRK-CLASSE
                   END-IF
               END-IF
           END-IF.
           ADD ABC-ORD-VALOR TO WRK-VALOR-ACUMULADO.
           EVALUATE WRK-CLASSE
               WHEN 'A'
                   ADD 1 TO WRK-QTD-CLASSE-A
                   ADD ABC-ORD-VALOR TO WRK-VALOR-CLASSE-A
               WHEN 'B'
                   ADD 1 TO WRK-QTD-CLASSE-B
                   ADD ABC-ORD-VALOR TO WRK-VALOR-CLASSE-B
               WHEN OTHER
                   ADD 1 TO WRK-QTD-CLASSE-C
                   ADD ABC-ORD-VALOR TO WRK-VALOR-CLASSE-C
           END-EVALUATE.
           MOVE ABC-ORD-PROD TO WRK-PROD-BUSCA.
           PERFORM PROCURA-PRODUTO-ABC.
           IF WRK-ACHOU-PRODUTO
               SET WRK-IDX-ABC TO WRK-IDX-PROD
               MOVE WRK-CLASSE TO WRK-ABC-CLASSE (WRK-IDX-ABC)
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'REVISAO DO MINIMO E DA REPOSICAO - COMPETENCIA '
                  WRK-COMPETENCIA ' - EMISSAO ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESDE ' WRK-DATA-INICIO
                  ' MESES ' WRK-MESES
                  ' DIAS ' WRK-DIAS-PERIODO
                  ' FATOR ' WRK-FATOR-CENT
                  ' COBERTURA ' WRK-COBERTURA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '         C    DEM/DIA   DESVIO/MES PRZ MIN ATU'
                  ' MIN PRO REP ATU REP PRO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * GERA-PROPOSTA - DEMANDA MEDIA DIARIA = DEMANDA DO
      * PERIODO / DIAS DO PERIODO; DESVIO = DESVIO PADRAO DAS
      * DEMANDAS MENSAIS, LEVADO AO PRAZO DE ENTREGA PELA
      * RAIZ DE (PRAZO / DIAS MEDIOS DO MES); MINIMO =
      * DEMANDA DIARIA * PRAZO + FATOR * DESVIO NO PRAZO;
      * REPOSICAO = DEMANDA DIARIA * DIAS DE COBERTURA
      *****************************************************
       GERA-PROPOSTA.
           SET WRK-IDX-DEM TO WRK-IDX-BUSCA.
           IF WRK-DEM-TOTAL (WRK-IDX-DEM) > 0
               PERFORM CALCULA-DESVIO
               PERFORM CALCULA-PRAZO
               PERFORM CALCULA-MINIMO-REPOSICAO
               PERFORM GRAVA-PROPOSTA
               PERFORM IMPRIME-PROPOSTA
           END-IF.

       CALCULA-DESVIO.
           COMPUTE WRK-DEMANDA-DIA ROUNDED =
               WRK-DEM-TOTAL (WRK-IDX-DEM) / WRK-DIAS-PERIODO.
           COMPUTE WRK-MEDIA-MES ROUNDED =
               WRK-DEM-TOTAL (WRK-IDX-DEM) / WRK-MESES.
           MOVE ZEROS TO WRK-SOMA-QUADRADOS.
           PERFORM SOMA-QUADRADO-MES
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > WRK-MESES.
           COMPUTE WRK-VARIANCIA ROUNDED =
               WRK-SOMA-QUADRADOS / WRK-MESES.
           COMPUTE WRK-DESVIO-MES ROUNDED = WRK-VARIANCIA ** 0,5.

       SOMA-QUADRADO-MES.
           IF WRK-DEM-MES-QTD (WRK-IDX-DEM, WRK-IDX-MES) > 0
               MOVE WRK-DEM-MES-QTD (WRK-IDX-DEM, WRK-IDX-MES)
                   TO WRK-QTD-MES
           ELSE
               MOVE ZEROS TO WRK-QTD-MES
           END-IF.
           COMPUTE WRK-SOMA-QUADRADOS = WRK-SOMA-QUADRADOS
               + (WRK-QTD-MES - WRK-MEDIA-MES)
               * (WRK-QTD-MES - WRK-MEDIA-MES).

       CALCULA-PRAZO.
           MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO.
           IF WRK-DEM-FOR-CODIGO (WRK-IDX-DEM) > 0
              AND WRK-FORNECEDORES-ST = '00'
               MOVE WRK-DEM-FOR-CODIGO (WRK-IDX-DEM) TO FOR-CODIGO
               READ FORNECEDORES
                   NOT INVALID KEY
                       IF FOR-PRAZO-ENTREGA IS NUMERIC
                          AND FOR-PRAZO-ENTREGA > 0
                           MOVE FOR-PRAZO-ENTREGA TO WRK-PRAZO
                       END-IF
               END-READ
           END-IF.

       CALCULA-MINIMO-REPOSICAO.
           COMPUTE WRK-SEGURANCA ROUNDED =
               WRK-FATOR-SERVICO * WRK-DESVIO-MES
               * ((WRK-PRAZO * WRK-MESES / WRK-DIAS-PERIODO) ** 0,5).
           COMPUTE WRK-MINIMO-CALC ROUNDED =
               WRK-DEMANDA-DIA * WRK-PRAZO + WRK-SEGURANCA.
           COMPUTE WRK-REPOS-CALC ROUNDED =
               WRK-DEMANDA-DIA * WRK-COBERTURA.
           IF WRK-REPOS-CALC = 0
               MOVE 1 TO WRK-REPOS-CALC
           END-IF.
           IF WRK-MINIMO-CALC > 999999
               MOVE 999999 TO WRK-MINIMO-CALC
           END-IF.
           IF WRK-REPOS-CALC > 999999
               MOVE 999999 TO WRK-REPOS-CALC
           END-IF.

       GRAVA-PROPOSTA.
           MOVE WRK-DEM-PROD-CODIGO (WRK-IDX-DEM) TO RPP-PROD-CODIGO.
           MOVE WRK-DEM-DEPOSITO (WRK-IDX-DEM)    TO RPP-DEPOSITO.
           MOVE WRK-DATA-HOJE     TO RPP-DATA-GERACAO.
           MOVE WRK-COMPETENCIA   TO RPP-COMPETENCIA.
           MOVE WRK-DEM-PROD-CODIGO (WRK-IDX-DEM) TO WRK-PROD-BUSCA.
           PERFORM PROCURA-PRODUTO-ABC.
           SET WRK-IDX-ABC TO WRK-IDX-PROD.
           MOVE WRK-ABC-CLASSE (WRK-IDX-ABC) TO RPP-CLASSE-ABC.
           MOVE WRK-DEMANDA-DIA   TO RPP-DEMANDA-DIA.
           MOVE WRK-DESVIO-MES    TO RPP-DESVIO-MES.
           MOVE WRK-PRAZO         TO RPP-PRAZO-ENTREGA.
           MOVE WRK-MINIMO-CALC   TO RPP-MINIMO-PROPOSTO.
           MOVE WRK-REPOS-CALC    TO RPP-REPOS-PROPOSTA.
           MOVE ZEROS TO RPP-MINIMO-ATUAL.
           MOVE ZEROS TO RPP-REPOS-ATUAL.
           IF WRK-ESTOQUE-STATUS = '00'
               MOVE RPP-CHAVE TO ETQ-CHAVE
               READ ESTOQUE
                   NOT INVALID KEY
                       MOVE ETQ-MINIMO TO RPP-MINIMO-ATUAL
                       IF ETQ-QTD-REPOSICAO IS NUMERIC
                           MOVE ETQ-QTD-REPOSICAO TO RPP-REPOS-ATUAL
                       END-IF
               END-READ
           END-IF.
           SET RPP-PENDENTE TO TRUE.
           WRITE RPP-REGISTRO
               INVALID KEY
                   DISPLAY 'PROPOSTA DUPLICADA - PRODUTO '
                           RPP-PROD-CODIGO ' DEP ' RPP-DEPOSITO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-PROPOSTAS
           END-WRITE.

       IMPRIME-PROPOSTA.
           MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESCRICAO.
           MOVE RPP-PROD-CODIGO TO PRD-CODIGO.
           IF WRK-PRODUTOS-STATUS = '00'
               READ PRODUTOS
                   NOT INVALID KEY
                       MOVE PRD-DESCRICAO TO WRK-DESCRICAO
               END-READ
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUTO ' RPP-PROD-CODIGO
                  ' DEP ' RPP-DEPOSITO
                  ' ' WRK-DESCRICAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE RPP-DEMANDA-DIA     TO WRK-DEMANDA-ED.
           MOVE RPP-DESVIO-MES      TO WRK-DESVIO-ED.
           MOVE RPP-MINIMO-ATUAL    TO WRK-MIN-ATU-ED.
           MOVE RPP-MINIMO-PROPOSTO TO WRK-MIN-PROP-ED.
           MOVE RPP-REPOS-ATUAL     TO WRK-REP-ATU-ED.
           MOVE RPP-REPOS-PROPOSTA  TO WRK-REP-PROP-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '         ' RPP-CLASSE-ABC
                  ' ' WRK-DEMANDA-ED
                  ' ' WRK-DESVIO-ED
                  ' ' RPP-PRAZO-ENTREGA
                  ' ' WRK-MIN-ATU-ED
                  ' ' WRK-MIN-PROP-ED
                  ' ' WRK-REP-ATU-ED
                  ' ' WRK-REP-PROP-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PROPOSTAS TO WRK-CONTA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROPOSTAS PENDENTES DE ACEITE (PROGC111).. '
                  WRK-CONTA-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CLASSE-A TO WRK-CONTA-ED.
           MOVE WRK-VALOR-CLASSE-A TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLASSE A.. PRODUTOS ' WRK-CONTA-ED
                  '  VALOR DE VENDA ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CLASSE-B TO WRK-CONTA-ED.
           MOVE WRK-VALOR-CLASSE-B TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLASSE B.. PRODUTOS ' WRK-CONTA-ED
                  '  VALOR DE VENDA ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CLASSE-C TO WRK-CONTA-ED.
           MOVE WRK-VALOR-CLASSE-C TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CLASSE C.. PRODUTOS ' WRK-CONTA-ED
                  '  VALOR DE VENDA ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-MESES
               VALIDNUM-CAMPO     BY WRK-MESES
               VALIDNUM-CHAVE-SW  BY WRK-MESES-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-FATOR-CENT
               VALIDNUM-CAMPO     BY WRK-FATOR-CENT
               VALIDNUM-CHAVE-SW  BY WRK-FATOR-CENT-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PRAZO-PADRAO
               VALIDNUM-CAMPO     BY WRK-PRAZO-PADRAO
               VALIDNUM-CHAVE-SW  BY WRK-PRAZO-PADRAO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COBERTURA
               VALIDNUM-CAMPO     BY WRK-COBERTURA
               VALIDNUM-CHAVE-SW  BY WRK-COBERTURA-SW.
