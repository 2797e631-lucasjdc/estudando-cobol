      * COMPETENCIA E PARA AO SAIR DO MES, EM VEZ DE
      * VARRER O ITPEDIDO INTEIRO - O FECHAMENTO DEIXA DE
      * CRESCER COM A HISTORIA DO ARQUIVO
      * 2026-10-15 LC  APURACAO DO IPI E DO PIS/COFINS AO LADO
      * DO LIVRO DO ICMS - BASE E TRIBUTOS POR NCM DO ITEM E
      * ESTORNO DAS DEVOLUCOES DA COMPETENCIA (DEVOLUCA, DO
      * PROGCOB21) DEDUZIDO DOS QUATRO TRIBUTOS, COM O SALDO
      * A RECOLHER DE CADA UM
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-NUM-PEDIDO
               FILE STATUS IS WRK-STATUS-PEDIDO-ST.
           SELECT DEVOLUCOES ASSIGN TO "DEVOLUCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVOLUCOES-ST.
           SELECT RELATORIO ASSIGN TO "RELICMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           COPY ITPEDREG.
       FD  STATUS-PEDIDO.
           COPY STATREG.
       FD  DEVOLUCOES.
           COPY DEVREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEDIDO-ST PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DEVOLUCOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-FIM-DEV          PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEV-OK VALUE 'S'.
       77 WRK-DEV-ANOMES       PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-STP          PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-ICMS       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-BASE-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ICMS-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-NCM          PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-NCM-SW     PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-NCM VALUE 'S'.
       01 WRK-TAB-APU-NCM.
           02 WRK-APN-GRUPO OCCURS 200 TIMES
              INDEXED BY WRK-IDX-APN.
               03 WRK-APN-NCM    PIC 9(08).
               03 WRK-APN-BASE   PIC 9(11)V99.
               03 WRK-APN-IPI    PIC 9(11)V99.
               03 WRK-APN-PIS    PIC 9(11)V99.
               03 WRK-APN-COFINS PIC 9(11)V99.
       77 WRK-TOTAL-BASE-NCM   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-IPI        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-PIS        PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-COFINS     PIC 9(12)V99 VALUE ZEROS.
       77 WRK-EST-ICMS         PIC 9(12)V99 VALUE ZEROS.
       77 WRK-EST-IPI          PIC 9(12)V99 VALUE ZEROS.
       77 WRK-EST-PIS          PIC 9(12)V99 VALUE ZEROS.
       77 WRK-EST-COFINS       PIC 9(12)V99 VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-TRIBUTO    PIC S9(12)V99 VALUE ZEROS.
       77 WRK-TRIBUTO-NOME     PIC X(06) VALUE SPACES.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED         PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB29' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'COMPETENCIA DA APURACAO (AAAAMM).. '
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           PERFORM LER-ITEM.
           PERFORM ACUMULA-ITEM UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-APURACAO.
           PERFORM IMPRIME-APURACAO-NCM.
           PERFORM SOMA-DEVOLUCOES.
           PERFORM IMPRIME-SALDOS.
           PERFORM IMPRIME-NF-CANCELADAS.
           CLOSE RELATORIO.
           CLOSE STATUS-PEDIDO.
               PERFORM VERIFICA-NF-CANCELADA
               IF NOT WRK-ITEM-CANCELADO
                   PERFORM SOMA-GRUPO-APURACAO
                   PERFORM SOMA-GRUPO-NCM
               END-IF
           END-IF.
           PERFORM LER-ITEM.
               ADD ITP-ICMS  TO WRK-APU-ICMS (WRK-IDX-APU)
           END-IF.

      *****************************************************
      * SOMA-GRUPO-NCM - BASE, IPI, PIS E COFINS DO ITEM
      * AGRUPADOS PELO NCM GRAVADO NA VENDA (ITEM ANTIGO SEM
      * NCM CAI NO GRUPO 00000000)
      *****************************************************
       SOMA-GRUPO-NCM.
           IF ITP-NCM NOT NUMERIC
               MOVE ZEROS TO ITP-NCM
           END-IF.
           MOVE 'N' TO WRK-ACHOU-NCM-SW.
           PERFORM PROCURA-GRUPO-NCM
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-NCM
                  OR WRK-ACHOU-NCM.
           IF NOT WRK-ACHOU-NCM
               IF WRK-QTD-NCM < WRK-MAX-GRUPOS
                   ADD 1 TO WRK-QTD-NCM
                   SET WRK-IDX-APN TO WRK-QTD-NCM
                   MOVE ITP-NCM    TO WRK-APN-NCM    (WRK-IDX-APN)
                   MOVE ITP-VALOR  TO WRK-APN-BASE   (WRK-IDX-APN)
                   MOVE ITP-IPI    TO WRK-APN-IPI    (WRK-IDX-APN)
                   MOVE ITP-PIS    TO WRK-APN-PIS    (WRK-IDX-APN)
                   MOVE ITP-COFINS TO WRK-APN-COFINS (WRK-IDX-APN)
               ELSE
                   DISPLAY 'TABELA DE APURACAO POR NCM CHEIA - NCM '
                           ITP-NCM ' IGNORADO'
               END-IF
           END-IF.

       PROCURA-GRUPO-NCM.
           SET WRK-IDX-APN TO WRK-IDX-BUSCA.
           IF WRK-APN-NCM (WRK-IDX-APN) = ITP-NCM
               SET WRK-ACHOU-NCM TO TRUE
               ADD ITP-VALOR  TO WRK-APN-BASE   (WRK-IDX-APN)
               ADD ITP-IPI    TO WRK-APN-IPI    (WRK-IDX-APN)
               ADD ITP-PIS    TO WRK-APN-PIS    (WRK-IDX-APN)
               ADD ITP-COFINS TO WRK-APN-COFINS (WRK-IDX-APN)
           END-IF.

      *****************************************************
      * DERIVA-PERIODO-FISCAL - EXERCICIO FISCAL INICIA EM
      * ABRIL (MES 04); JANEIRO A MARCO PERTENCEM AO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * IMPRIME-APURACAO-NCM - APURACAO DO IPI E DO
      * PIS/COFINS POR NCM, NOS MOLDES DO LIVRO DO ICMS
      *****************************************************
       IMPRIME-APURACAO-NCM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'APURACAO DO IPI E DO PIS/COFINS POR NCM'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-UM-NCM
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-NCM.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-BASE-NCM TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-IPI      TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DO PERIODO  BASE ' WRK-VALOR-ED
                  ' IPI ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-PIS    TO WRK-VALOR-ED.
           MOVE WRK-TOTAL-COFINS TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '                  PIS  ' WRK-VALOR-ED
                  ' COFINS ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-UM-NCM.
           SET WRK-IDX-APN TO WRK-IDX-BUSCA.
           ADD WRK-APN-BASE (WRK-IDX-APN)   TO WRK-TOTAL-BASE-NCM.
           ADD WRK-APN-IPI (WRK-IDX-APN)    TO WRK-TOTAL-IPI.
           ADD WRK-APN-PIS (WRK-IDX-APN)    TO WRK-TOTAL-PIS.
           ADD WRK-APN-COFINS (WRK-IDX-APN) TO WRK-TOTAL-COFINS.
           MOVE WRK-APN-BASE (WRK-IDX-APN) TO WRK-VALOR-ED.
           MOVE WRK-APN-IPI (WRK-IDX-APN)  TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'NCM ' WRK-APN-NCM (WRK-IDX-APN)
                  '      BASE ' WRK-VALOR-ED
                  ' IPI ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-APN-PIS (WRK-IDX-APN)    TO WRK-VALOR-ED.
           MOVE WRK-APN-COFINS (WRK-IDX-APN) TO WRK-VALOR2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '                  PIS  ' WRK-VALOR-ED
                  ' COFINS ' WRK-VALOR2-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * SOMA-DEVOLUCOES - OS ITENS DEVOLVIDOS NA COMPETENCIA
      * (DEVOLUCA, GRAVADO PELO PROGCOB21) ESTORNAM O ICMS,
      * O IPI, O PIS E O COFINS DEBITADOS NA VENDA; SEM O
      * ARQUIVO NAO HA ESTORNO
      *****************************************************
       SOMA-DEVOLUCOES.
           OPEN INPUT DEVOLUCOES.
           IF WRK-DEVOLUCOES-ST = '00'
               PERFORM LER-DEVOLUCAO
               PERFORM ACUMULA-DEVOLUCAO UNTIL WRK-FIM-DEV-OK
               CLOSE DEVOLUCOES
           END-IF.

       LER-DEVOLUCAO.
           READ DEVOLUCOES
               AT END
                   SET WRK-FIM-DEV-OK TO TRUE
           END-READ.

       ACUMULA-DEVOLUCAO.
           DIVIDE DEV-DATA BY 100 GIVING WRK-DEV-ANOMES.
           IF WRK-DEV-ANOMES = WRK-COMPETENCIA-NUM
               ADD 1 TO WRK-QTD-DEVOLVIDOS
               ADD DEV-ICMS TO WRK-EST-ICMS
               IF DEV-IPI IS NUMERIC
                   ADD DEV-IPI    TO WRK-EST-IPI
                   ADD DEV-PIS    TO WRK-EST-PIS
                   ADD DEV-COFINS TO WRK-EST-COFINS
               END-IF
           END-IF.
           PERFORM LER-DEVOLUCAO.

      *****************************************************
      * IMPRIME-SALDOS - DEBITO DAS VENDAS, ESTORNO DAS
      * DEVOLUCOES E SALDO A RECOLHER DE CADA TRIBUTO
      * (SALDO NEGATIVO = ESTORNO MAIOR QUE O DEBITO)
      *****************************************************
       IMPRIME-SALDOS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-DEVOLVIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'RESUMO DO PERIODO - ITENS DEVOLVIDOS ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ICMS'   TO WRK-TRIBUTO-NOME.
           MOVE WRK-TOTAL-ICMS TO WRK-VALOR-ED.
           MOVE WRK-EST-ICMS   TO WRK-VALOR2-ED.
           COMPUTE WRK-SALDO-TRIBUTO = WRK-TOTAL-ICMS - WRK-EST-ICMS.
           PERFORM IMPRIME-UM-SALDO.
           MOVE 'IPI'    TO WRK-TRIBUTO-NOME.
           MOVE WRK-TOTAL-IPI TO WRK-VALOR-ED.
           MOVE WRK-EST-IPI   TO WRK-VALOR2-ED.
           COMPUTE WRK-SALDO-TRIBUTO = WRK-TOTAL-IPI - WRK-EST-IPI.
           PERFORM IMPRIME-UM-SALDO.
           MOVE 'PIS'    TO WRK-TRIBUTO-NOME.
           MOVE WRK-TOTAL-PIS TO WRK-VALOR-ED.
           MOVE WRK-EST-PIS   TO WRK-VALOR2-ED.
           COMPUTE WRK-SALDO-TRIBUTO = WRK-TOTAL-PIS - WRK-EST-PIS.
           PERFORM IMPRIME-UM-SALDO.
           MOVE 'COFINS' TO WRK-TRIBUTO-NOME.
           MOVE WRK-TOTAL-COFINS TO WRK-VALOR-ED.
           MOVE WRK-EST-COFINS   TO WRK-VALOR2-ED.
           COMPUTE WRK-SALDO-TRIBUTO =
               WRK-TOTAL-COFINS - WRK-EST-COFINS.
           PERFORM IMPRIME-UM-SALDO.

       IMPRIME-UM-SALDO.
           MOVE WRK-SALDO-TRIBUTO TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-TRIBUTO-NOME
                  ' DEBITO ' WRK-VALOR-ED
                  ' ESTORNO ' WRK-VALOR2-ED
                  ' SALDO ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * IMPRIME-NF-CANCELADAS - LISTA AS NF CANCELADAS NO
      * PERIODO (STATUS-PEDIDO COM STATUS CANCELADO E DATA
