       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC123.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: ATINGIMENTO MENSAL DAS METAS DE VENDA POR
      * VENDEDOR - LE OS ITENS DE PEDIDO DO ANO ATE A
      * COMPETENCIA (ITPEDIDO, NF CANCELADA FICA DE FORA),
      * DEDUZ AS DEVOLUCOES DO PERIODO (DEVOLUCA, PELO
      * VENDEDOR DO ITEM DEVOLVIDO) E CONFRONTA A VENDA
      * LIQUIDA DO MES E ACUMULADA NO ANO COM AS METAS DO
      * PROGC122 (METAS), COM O PERCENTUAL ATINGIDO. CLIENTE
      * NOVO E O QUE FEZ NO PERIODO O PRIMEIRO PEDIDO NAO
      * CANCELADO DA SUA HISTORIA, CREDITADO AO VENDEDOR
      * DESSE PEDIDO. VENDEDOR COM META E ATINGIMENTO DO MES
      * ABAIXO DO MINIMO DO PARMMETA (PADRAO 80%) SAI
      * SINALIZADO
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-NUM-PEDIDO
               FILE STATUS IS WRK-STATUS-PEDIDO-ST.
           SELECT VENDEDORES ASSIGN TO "VENDEDOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
           SELECT RELATORIO ASSIGN TO "RELMETAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-PEDIDO.
           COPY ITPEDREG.
       FD  STATUS-PEDIDO.
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
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEDIDO-ST PIC X(02) VALUE SPACES.
       77 WRK-VENDEDORES-ST    PIC X(02) VALUE SPACES.
       77 WRK-METAS-ST         PIC X(02) VALUE SPACES.
       77 WRK-DEVOLUCOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-VEN          PIC X(01) VALUE 'N'.
           88 WRK-FIM-VEN-OK VALUE 'S'.
       77 WRK-FIM-DEV          PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEV-OK VALUE 'S'.
       77 WRK-FIM-STP          PIC X(01) VALUE 'N'.
           88 WRK-FIM-STP-OK VALUE 'S'.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-ANO              PIC 9(04) VALUE ZEROS.
       77 WRK-INICIO-ANO       PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-META      PIC 9(06) VALUE ZEROS.
       77 WRK-ITEM-ANOMES      PIC 9(06) VALUE ZEROS.
       77 WRK-DEV-ANOMES       PIC 9(06) VALUE ZEROS.
       77 WRK-ITEM-CANCELADO-SW PIC X(01) VALUE 'N'.
           88 WRK-ITEM-CANCELADO VALUE 'S'.
       77 WRK-STP-SW           PIC X(01) VALUE 'N'.
           88 WRK-STP-ENCONTRADO VALUE 'S'.
       77 WRK-PERC-ALERTA      PIC 9(03) VALUE 80.
      *****************************************************
      * TABELA DE VENDEDORES - ATIVOS DO CADASTRO MAIS OS
      * QUE APARECEREM NAS VENDAS DO PERIODO (CODIGO ZERO =
      * PEDIDOS SEM VENDEDOR)
      *****************************************************
       77 WRK-MAX-VENDEDORES   PIC 9(03) VALUE 100.
       77 WRK-QTD-VENDEDORES   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BUSCA        PIC 9(03) VALUE ZEROS.
       77 WRK-VEN-BUSCA        PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-SW         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-VENDEDOR VALUE 'S'.
       01 WRK-TAB-METAS.
           02 WRK-MT-LINHA OCCURS 100 TIMES
              INDEXED BY WRK-IDX-MT.
               03 WRK-MT-VENDEDOR    PIC 9(04).
               03 WRK-MT-NOME        PIC X(30).
               03 WRK-MT-VENDA-MES   PIC S9(11)V99.
               03 WRK-MT-VENDA-ANO   PIC S9(11)V99.
               03 WRK-MT-META-MES    PIC 9(11)V99.
               03 WRK-MT-META-ANO    PIC 9(11)V99.
               03 WRK-MT-NOVOS-MES   PIC 9(04).
               03 WRK-MT-NOVOS-ANO   PIC 9(04).
               03 WRK-MT-MNOVOS-MES  PIC 9(04).
               03 WRK-MT-MNOVOS-ANO  PIC 9(05).
      *****************************************************
      * TABELA DE CLIENTES COM PEDIDO NO ANO - PRIMEIRA NF
      * DO ANO, SEU VENDEDOR E SUA COMPETENCIA; A PASSADA
      * NO STATUSPD ANTERIOR A ESSA NF DIZ SE E CLIENTE NOVO
      *****************************************************
       77 WRK-MAX-CLIENTES     PIC 9(04) VALUE 2000.
       77 WRK-QTD-CLIENTES     PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CLI          PIC 9(04) VALUE ZEROS.
       77 WRK-CLI-BUSCA        PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-SW           PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-CLIENTE VALUE 'S'.
       77 WRK-MENOR-NF         PIC 9(08) VALUE ZEROS.
       01 WRK-TAB-CLIENTES.
           02 WRK-CN-LINHA OCCURS 2000 TIMES
              INDEXED BY WRK-IDX-CN.
               03 WRK-CN-CLIENTE     PIC 9(06).
               03 WRK-CN-VENDEDOR    PIC 9(04).
               03 WRK-CN-PRIMEIRA-NF PIC 9(08).
               03 WRK-CN-ANOMES      PIC 9(06).
               03 WRK-CN-NOVO        PIC X(01).
                   88 WRK-CN-CLIENTE-NOVO VALUE 'S'.
       77 WRK-MES-META         PIC 9(02) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(02) VALUE ZEROS.
       77 WRK-PERC-MES         PIC S9(05)V99 VALUE ZEROS.
       77 WRK-PERC-ANO         PIC S9(05)V99 VALUE ZEROS.
       77 WRK-QTD-ABAIXO       PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-VENDA-MES    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-VENDA-ANO    PIC S9(13)V99 VALUE ZEROS.
       77 WRK-TOT-META-MES     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-META-ANO     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-VENDA-ED         PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-META-ED          PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED          PIC -ZZZ9,99 VALUE ZEROS.
       77 WRK-NOVOS-ED         PIC ZZZ9 VALUE ZEROS.
       77 WRK-MNOVOS-ED        PIC ZZZZ9 VALUE ZEROS.
       77 WRK-ALERTA-ED        PIC ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ9 VALUE ZEROS.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DO ATINGIMENTO (AAAAMM).. '
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO.
           COMPUTE WRK-INICIO-ANO = (WRK-ANO * 100) + 1.
           MOVE WRK-COMPETENCIA (5:2) TO WRK-MES-FIM.
           PERFORM LE-PARAMETROS.
           OPEN INPUT ITENS-PEDIDO.
           OPEN INPUT STATUS-PEDIDO.
           OPEN INPUT VENDEDORES.
           OPEN INPUT METAS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'ATINGIMENTO DAS METAS DE VENDA - COMPETENCIA '
                  WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM CARREGA-VENDEDORES.
           PERFORM POSICIONA-INICIO-ANO.
           PERFORM LER-ITEM.
           PERFORM ACUMULA-ITEM UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM DEDUZ-DEVOLUCOES.
           PERFORM APURA-CLIENTES-NOVOS.
           PERFORM IMPRIME-VENDEDORES.
           CLOSE RELATORIO.
           IF WRK-METAS-ST = '00'
               CLOSE METAS
           END-IF.
           CLOSE VENDEDORES.
           CLOSE STATUS-PEDIDO.
           CLOSE ITENS-PEDIDO.
           STOP RUN.

      *****************************************************
      * LE-PARAMETROS - SEM O PARMMETA (OU COM O CAMPO EM
      * BRANCO) O MINIMO DE ATINGIMENTO E 80%
      *****************************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PMT-PERC-ALERTA IS NUMERIC
                           MOVE PMT-PERC-ALERTA TO WRK-PERC-ALERTA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

      *****************************************************
      * CARREGA-VENDEDORES - TODO VENDEDOR ATIVO SAI NO
      * RELATORIO, MESMO SEM VENDA NO PERIODO
      *****************************************************
       CARREGA-VENDEDORES.
           MOVE 'N' TO WRK-FIM-VEN.
           MOVE ZEROS TO VEN-CODIGO.
           START VENDEDORES KEY >= VEN-CODIGO
               INVALID KEY
                   SET WRK-FIM-VEN-OK TO TRUE
           END-START.
           PERFORM LER-VENDEDOR UNTIL WRK-FIM-VEN-OK.

       LER-VENDEDOR.
           READ VENDEDORES NEXT RECORD
               AT END
                   SET WRK-FIM-VEN-OK TO TRUE
               NOT AT END
                   IF VEN-ATIVO
                       MOVE VEN-CODIGO TO WRK-VEN-BUSCA
                       PERFORM LOCALIZA-VENDEDOR
                   END-IF
           END-READ.

       POSICIONA-INICIO-ANO.
           COMPUTE ITP-DATA = (WRK-INICIO-ANO * 100) + 1.
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
           PERFORM VERIFICA-NF-CANCELADA.
           IF NOT WRK-ITEM-CANCELADO
               MOVE ITP-VENDEDOR TO WRK-VEN-BUSCA
               PERFORM LOCALIZA-VENDEDOR
               IF WRK-ACHOU-VENDEDOR
                   ADD ITP-VALOR TO WRK-MT-VENDA-ANO (WRK-IDX-MT)
                   IF WRK-ITEM-ANOMES = WRK-COMPETENCIA
                       ADD ITP-VALOR
                           TO WRK-MT-VENDA-MES (WRK-IDX-MT)
                   END-IF
               END-IF
               IF WRK-STP-ENCONTRADO
                   PERFORM REGISTRA-CLIENTE-ANO
               END-IF
           END-IF.
           PERFORM LER-ITEM.

      *****************************************************
      * VERIFICA-NF-CANCELADA - MESMO CRITERIO DO PROGCOB61;
      * DEIXA O STATUS DO PEDIDO NA AREA DO ARQUIVO (CLIENTE
      * DA NF) - ITEM SEM STATUS CONTA NA VENDA MAS NAO NA
      * APURACAO DE CLIENTES NOVOS
      *****************************************************
       VERIFICA-NF-CANCELADA.
           MOVE 'N' TO WRK-ITEM-CANCELADO-SW.
           MOVE 'N' TO WRK-STP-SW.
           MOVE ITP-NUM-PEDIDO TO STP-NUM-PEDIDO.
           READ STATUS-PEDIDO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-STP-ENCONTRADO TO TRUE
                   IF STP-CANCELADO
                       SET WRK-ITEM-CANCELADO TO TRUE
                   END-IF
           END-READ.

      *****************************************************
      * LOCALIZA-VENDEDOR - PROCURA WRK-VEN-BUSCA NA TABELA
      * E INCLUI SE FALTAR (NOME DO CADASTRO); DEVOLVE
      * WRK-IDX-MT POSICIONADO
      *****************************************************
       LOCALIZA-VENDEDOR.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-UM-VENDEDOR
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-VENDEDORES
                  OR WRK-ACHOU-VENDEDOR.
           IF WRK-ACHOU-VENDEDOR
               SUBTRACT 1 FROM WRK-IDX-BUSCA
               SET WRK-IDX-MT TO WRK-IDX-BUSCA
           ELSE
               IF WRK-QTD-VENDEDORES < WRK-MAX-VENDEDORES
                   PERFORM INCLUI-VENDEDOR-TABELA
               ELSE
                   DISPLAY 'TABELA DE VENDEDORES CHEIA - '
                           'VENDEDOR ' WRK-VEN-BUSCA ' IGNORADO'
               END-IF
           END-IF.

       PROCURA-UM-VENDEDOR.
           SET WRK-IDX-MT TO WRK-IDX-BUSCA.
           IF WRK-MT-VENDEDOR (WRK-IDX-MT) = WRK-VEN-BUSCA
               SET WRK-ACHOU-VENDEDOR TO TRUE
           END-IF.

       INCLUI-VENDEDOR-TABELA.
           ADD 1 TO WRK-QTD-VENDEDORES.
           SET WRK-IDX-MT TO WRK-QTD-VENDEDORES.
           MOVE WRK-VEN-BUSCA TO WRK-MT-VENDEDOR (WRK-IDX-MT).
           IF WRK-VEN-BUSCA = ZEROS
               MOVE 'PEDIDOS SEM VENDEDOR' TO WRK-MT-NOME (WRK-IDX-MT)
           ELSE
               IF VEN-CODIGO NOT = WRK-VEN-BUSCA
                   MOVE WRK-VEN-BUSCA TO VEN-CODIGO
                   READ VENDEDORES
                       INVALID KEY
                           MOVE 'VENDEDOR SEM CADASTRO' TO VEN-NOME
                   END-READ
               END-IF
               MOVE VEN-NOME TO WRK-MT-NOME (WRK-IDX-MT)
           END-IF.
           MOVE ZEROS TO WRK-MT-VENDA-MES  (WRK-IDX-MT).
           MOVE ZEROS TO WRK-MT-VENDA-ANO  (WRK-IDX-MT).
           MOVE ZEROS TO WRK-MT-META-MES   (WRK-IDX-MT).
           MOVE ZEROS TO WRK-MT-META-ANO   (WRK-IDX-MT).
           MOVE ZEROS TO WRK-MT-NOVOS-MES  (WRK-IDX-MT).
           MOVE ZEROS TO WRK-MT-NOVOS-ANO  (WRK-IDX-MT).
           MOVE ZEROS TO WRK-MT-MNOVOS-MES (WRK-IDX-MT).
           MOVE ZEROS TO WRK-MT-MNOVOS-ANO (WRK-IDX-MT).
           SET WRK-ACHOU-VENDEDOR TO TRUE.

      *****************************************************
      * REGISTRA-CLIENTE-ANO - GUARDA A MENOR NF DO ANO DE
      * CADA CLIENTE COM O VENDEDOR E A COMPETENCIA DELA
      *****************************************************
       REGISTRA-CLIENTE-ANO.
           MOVE STP-CLI-CODIGO TO WRK-CLI-BUSCA.
           PERFORM LOCALIZA-CLIENTE.
           IF WRK-ACHOU-CLIENTE
               IF ITP-NUM-PEDIDO < WRK-CN-PRIMEIRA-NF (WRK-IDX-CN)
                   PERFORM GUARDA-PRIMEIRA-NF
               END-IF
           ELSE
               IF WRK-QTD-CLIENTES < WRK-MAX-CLIENTES
                   ADD 1 TO WRK-QTD-CLIENTES
                   SET WRK-IDX-CN TO WRK-QTD-CLIENTES
                   MOVE WRK-CLI-BUSCA TO WRK-CN-CLIENTE (WRK-IDX-CN)
                   MOVE 'S' TO WRK-CN-NOVO (WRK-IDX-CN)
                   PERFORM GUARDA-PRIMEIRA-NF
               ELSE
                   DISPLAY 'TABELA DE CLIENTES CHEIA - CLIENTE '
                           WRK-CLI-BUSCA ' FORA DA CONTAGEM'
               END-IF
           END-IF.

       GUARDA-PRIMEIRA-NF.
           MOVE ITP-NUM-PEDIDO  TO WRK-CN-PRIMEIRA-NF (WRK-IDX-CN).
           MOVE ITP-VENDEDOR    TO WRK-CN-VENDEDOR    (WRK-IDX-CN).
           MOVE WRK-ITEM-ANOMES TO WRK-CN-ANOMES      (WRK-IDX-CN).

       LOCALIZA-CLIENTE.
           MOVE 'N' TO WRK-CLI-SW.
           PERFORM PROCURA-UM-CLIENTE
               VARYING WRK-IDX-CLI FROM 1 BY 1
               UNTIL WRK-IDX-CLI > WRK-QTD-CLIENTES
                  OR WRK-ACHOU-CLIENTE.
           IF WRK-ACHOU-CLIENTE
               SUBTRACT 1 FROM WRK-IDX-CLI
               SET WRK-IDX-CN TO WRK-IDX-CLI
           END-IF.

       PROCURA-UM-CLIENTE.
           SET WRK-IDX-CN TO WRK-IDX-CLI.
           IF WRK-CN-CLIENTE (WRK-IDX-CN) = WRK-CLI-BUSCA
               SET WRK-ACHOU-CLIENTE TO TRUE
           END-IF.

      *****************************************************
      * DEDUZ-DEVOLUCOES - OS ITENS DEVOLVIDOS NO PERIODO
      * (DEVOLUCA, GRAVADO PELO PROGCOB21) SAEM DA VENDA DO
      * VENDEDOR DO ITEM ORIGINAL, NO MES DA DEVOLUCAO; SEM
      * O ARQUIVO NAO HA DEDUCAO
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
           IF WRK-DEV-ANOMES >= WRK-INICIO-ANO
              AND WRK-DEV-ANOMES <= WRK-COMPETENCIA
               MOVE DEV-NUM-NF   TO ITP-NUM-PEDIDO
               MOVE DEV-ITEM-SEQ TO ITP-ITEM-SEQ
               READ ITENS-PEDIDO
                   INVALID KEY
                       DISPLAY 'ITEM DEVOLVIDO SEM PEDIDO - NF '
                               DEV-NUM-NF ' ITEM ' DEV-ITEM-SEQ
                   NOT INVALID KEY
                       PERFORM DEDUZ-VENDEDOR-ITEM
               END-READ
           END-IF.
           PERFORM LER-DEVOLUCAO.

       DEDUZ-VENDEDOR-ITEM.
           MOVE ITP-VENDEDOR TO WRK-VEN-BUSCA.
           PERFORM LOCALIZA-VENDEDOR.
           IF WRK-ACHOU-VENDEDOR
               SUBTRACT DEV-VALOR FROM WRK-MT-VENDA-ANO (WRK-IDX-MT)
               IF WRK-DEV-ANOMES = WRK-COMPETENCIA
                   SUBTRACT DEV-VALOR
                       FROM WRK-MT-VENDA-MES (WRK-IDX-MT)
               END-IF
           END-IF.

      *****************************************************
      * APURA-CLIENTES-NOVOS - UMA PASSADA NO STATUSPD EM
      * ORDEM DE NF ATE A MENOR PRIMEIRA NF DO ANO: CLIENTE
      * COM PEDIDO NAO CANCELADO ANTERIOR A SUA PRIMEIRA NF
      * DO ANO NAO E NOVO. OS NOVOS CONTAM PARA O VENDEDOR
      * DA PRIMEIRA NF
      *****************************************************
       APURA-CLIENTES-NOVOS.
           IF WRK-QTD-CLIENTES > 0
               MOVE 99999999 TO WRK-MENOR-NF
               PERFORM ACHA-MENOR-NF
                   VARYING WRK-IDX-CN FROM 1 BY 1
                   UNTIL WRK-IDX-CN > WRK-QTD-CLIENTES
               MOVE 'N' TO WRK-FIM-STP
               MOVE ZEROS TO STP-NUM-PEDIDO
               START STATUS-PEDIDO KEY >= STP-NUM-PEDIDO
                   INVALID KEY
                       SET WRK-FIM-STP-OK TO TRUE
               END-START
               PERFORM LER-STATUS-ANTERIOR
               PERFORM AVALIA-PEDIDO-ANTERIOR UNTIL WRK-FIM-STP-OK
               PERFORM CONTA-CLIENTE-NOVO
                   VARYING WRK-IDX-CN FROM 1 BY 1
                   UNTIL WRK-IDX-CN > WRK-QTD-CLIENTES
           END-IF.

       ACHA-MENOR-NF.
           IF WRK-CN-PRIMEIRA-NF (WRK-IDX-CN) < WRK-MENOR-NF
               MOVE WRK-CN-PRIMEIRA-NF (WRK-IDX-CN) TO WRK-MENOR-NF
           END-IF.

       LER-STATUS-ANTERIOR.
           IF NOT WRK-FIM-STP-OK
               READ STATUS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-STP-OK TO TRUE
                   NOT AT END
                       IF STP-NUM-PEDIDO >= WRK-MENOR-NF
                           SET WRK-FIM-STP-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       AVALIA-PEDIDO-ANTERIOR.
           IF NOT STP-CANCELADO
               MOVE STP-CLI-CODIGO TO WRK-CLI-BUSCA
               PERFORM LOCALIZA-CLIENTE
               IF WRK-ACHOU-CLIENTE
                   IF STP-NUM-PEDIDO < WRK-CN-PRIMEIRA-NF (WRK-IDX-CN)
                       MOVE 'N' TO WRK-CN-NOVO (WRK-IDX-CN)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-STATUS-ANTERIOR.

       CONTA-CLIENTE-NOVO.
           IF WRK-CN-CLIENTE-NOVO (WRK-IDX-CN)
               MOVE WRK-CN-VENDEDOR (WRK-IDX-CN) TO WRK-VEN-BUSCA
               PERFORM LOCALIZA-VENDEDOR
               IF WRK-ACHOU-VENDEDOR
                   ADD 1 TO WRK-MT-NOVOS-ANO (WRK-IDX-MT)
                   IF WRK-CN-ANOMES (WRK-IDX-CN) = WRK-COMPETENCIA
                       ADD 1 TO WRK-MT-NOVOS-MES (WRK-IDX-MT)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * IMPRIME-VENDEDORES - META DO MES E SOMA DAS METAS DE
      * JANEIRO ATE A COMPETENCIA; SEM META NAO HA
      * PERCENTUAL NEM SINALIZACAO
      *****************************************************
       IMPRIME-VENDEDORES.
           PERFORM IMPRIME-UM-VENDEDOR
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-VENDEDORES.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-VENDA-MES TO WRK-VENDA-ED.
           MOVE WRK-TOT-META-MES  TO WRK-META-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL MES  VENDA ' WRK-VENDA-ED
                  ' META ' WRK-META-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-VENDA-ANO TO WRK-VENDA-ED.
           MOVE WRK-TOT-META-ANO  TO WRK-META-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL ANO  VENDA ' WRK-VENDA-ED
                  ' META ' WRK-META-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ABAIXO  TO WRK-QTD-ED.
           MOVE WRK-PERC-ALERTA TO WRK-ALERTA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VENDEDORES ABAIXO DE ' WRK-ALERTA-ED
                  '% DA META DO MES.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-UM-VENDEDOR.
           SET WRK-IDX-MT TO WRK-IDX-BUSCA.
           PERFORM SOMA-METAS-VENDEDOR.
           ADD WRK-MT-VENDA-MES (WRK-IDX-MT) TO WRK-TOT-VENDA-MES.
           ADD WRK-MT-VENDA-ANO (WRK-IDX-MT) TO WRK-TOT-VENDA-ANO.
           ADD WRK-MT-META-MES  (WRK-IDX-MT) TO WRK-TOT-META-MES.
           ADD WRK-MT-META-ANO  (WRK-IDX-MT) TO WRK-TOT-META-ANO.
           MOVE SPACES TO REL-LINHA.
           STRING 'VENDEDOR ' WRK-MT-VENDEDOR (WRK-IDX-MT)
                  ' ' WRK-MT-NOME (WRK-IDX-MT)
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-MT-VENDA-MES (WRK-IDX-MT) TO WRK-VENDA-ED.
           MOVE WRK-MT-META-MES  (WRK-IDX-MT) TO WRK-META-ED.
           MOVE SPACES TO REL-LINHA.
           IF WRK-MT-META-MES (WRK-IDX-MT) > 0
               COMPUTE WRK-PERC-MES ROUNDED =
                   WRK-MT-VENDA-MES (WRK-IDX-MT) * 100
                   / WRK-MT-META-MES (WRK-IDX-MT)
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-PERC-MES
               END-COMPUTE
               MOVE WRK-PERC-MES TO WRK-PERC-ED
               STRING '   MES  VENDA ' WRK-VENDA-ED
                      ' META ' WRK-META-ED
                      ' ATING ' WRK-PERC-ED '%'
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING '   MES  VENDA ' WRK-VENDA-ED
                      ' SEM META'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE WRK-MT-VENDA-ANO (WRK-IDX-MT) TO WRK-VENDA-ED.
           MOVE WRK-MT-META-ANO  (WRK-IDX-MT) TO WRK-META-ED.
           MOVE SPACES TO REL-LINHA.
           IF WRK-MT-META-ANO (WRK-IDX-MT) > 0
               COMPUTE WRK-PERC-ANO ROUNDED =
                   WRK-MT-VENDA-ANO (WRK-IDX-MT) * 100
                   / WRK-MT-META-ANO (WRK-IDX-MT)
                   ON SIZE ERROR
                       MOVE 99999,99 TO WRK-PERC-ANO
               END-COMPUTE
               MOVE WRK-PERC-ANO TO WRK-PERC-ED
               STRING '   ANO  VENDA ' WRK-VENDA-ED
                      ' META ' WRK-META-ED
                      ' ATING ' WRK-PERC-ED '%'
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING '   ANO  VENDA ' WRK-VENDA-ED
                      ' SEM META'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           PERFORM IMPRIME-CLIENTES-NOVOS.
           IF WRK-MT-META-MES (WRK-IDX-MT) > 0
              AND WRK-PERC-MES < WRK-PERC-ALERTA
               ADD 1 TO WRK-QTD-ABAIXO
               MOVE WRK-PERC-ALERTA TO WRK-ALERTA-ED
               MOVE SPACES TO REL-LINHA
               STRING '   *** ABAIXO DO MINIMO DE ' WRK-ALERTA-ED
                      '% DA META DO MES ***'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       IMPRIME-CLIENTES-NOVOS.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-MT-NOVOS-MES (WRK-IDX-MT) TO WRK-NOVOS-ED.
           IF WRK-MT-MNOVOS-MES (WRK-IDX-MT) > 0
               MOVE WRK-MT-MNOVOS-MES (WRK-IDX-MT) TO WRK-MNOVOS-ED
               STRING '   CLIENTES NOVOS MES ' WRK-NOVOS-ED
                      ' META ' WRK-MNOVOS-ED
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING '   CLIENTES NOVOS MES ' WRK-NOVOS-ED
                      ' SEM META'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           MOVE WRK-MT-NOVOS-ANO (WRK-IDX-MT) TO WRK-NOVOS-ED.
           IF WRK-MT-MNOVOS-ANO (WRK-IDX-MT) > 0
               MOVE WRK-MT-MNOVOS-ANO (WRK-IDX-MT) TO WRK-MNOVOS-ED
               STRING '   CLIENTES NOVOS ANO ' WRK-NOVOS-ED
                      ' META ' WRK-MNOVOS-ED
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING '   CLIENTES NOVOS ANO ' WRK-NOVOS-ED
                      ' SEM META'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.

      *****************************************************
      * SOMA-METAS-VENDEDOR - META DO MES E ACUMULADA NO
      * ANO (JANEIRO ATE A COMPETENCIA); SEM O ARQUIVO DE
      * METAS TODOS SAEM SEM META
      *****************************************************
       SOMA-METAS-VENDEDOR.
           IF WRK-METAS-ST = '00'
               PERFORM LE-META-MES
                   VARYING WRK-MES-META FROM 1 BY 1
                   UNTIL WRK-MES-META > WRK-MES-FIM
           END-IF.

       LE-META-MES.
           COMPUTE WRK-ANOMES-META = WRK-INICIO-ANO - 1
                                     + WRK-MES-META.
           MOVE WRK-MT-VENDEDOR (WRK-IDX-MT) TO MET-VEN-CODIGO.
           MOVE WRK-ANOMES-META TO MET-ANOMES.
           READ METAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD MET-VALOR TO WRK-MT-META-ANO (WRK-IDX-MT)
                   ADD MET-NOVOS-CLIENTES
                       TO WRK-MT-MNOVOS-ANO (WRK-IDX-MT)
                   IF WRK-ANOMES-META = WRK-COMPETENCIA
                       MOVE MET-VALOR
                           TO WRK-MT-META-MES (WRK-IDX-MT)
                       MOVE MET-NOVOS-CLIENTES
                           TO WRK-MT-MNOVOS-MES (WRK-IDX-MT)
                   END-IF
           END-READ.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
