      * 2026-09-02 LC  A ENTRADA DO SALDO DEVOLVIDO AO
      * ESTOQUE PASSA A SER GRAVADA NO KARDEX (KARDXREG)
      * COM O NUMERO DA NOTA DE CREDITO COMO DOCUMENTO
      * 2026-10-15 LC  MOVIMENTO DO KARDEX VALORIZADO AO
      * CUSTO MEDIO DO ESTOQUE (KDX-CUSTO-UNIT E
      * KDX-CUSTO-MEDIO)
      * 2026-10-15 LC  O SALDO DEVOLVIDO VOLTA AO DEPOSITO DE
      * ONDE O ITEM SAIU (ITP-DEPOSITO; ITEM ANTIGO SEM
      * DEPOSITO VOLTA AO 01) E O KARDEX GRAVA O DEPOSITO
      * 2026-10-15 LC  O SALDO DEVOLVIDO VOLTA AOS LOTES QUE
      * ATENDERAM O ITEM (ITP-LOTE; ROTINA BAIXALOT) E O
      * KARDEX GRAVA UM MOVIMENTO POR LOTE
      * 2026-10-15 LC  NOTA DE CREDITO GRAVADA COM PARCELA 01
      * (A PARCELA PASSOU A FAZER PARTE DA CHAVE DO TITULOS)
      * 2026-10-15 LC  ALEM DO ICMS, ESTORNA O IPI, O PIS E O
      * COFINS DOS ITENS DEVOLVIDOS - GRAVADOS NO DEVOLUCA E
      * DEDUZIDOS NA APURACAO DO PROGCOB29
      * 2026-10-15 LC  ITEM KIT DEVOLVIDO RETORNA OS
      * COMPONENTES BAIXADOS NA VENDA (KITBAIXA) AOS SEUS
      * DEPOSITOS E LOTES, COM UM MOVIMENTO DE KARDEX CADA
      * 2026-10-15 LC  DEVOLUCAO COM DATA EM COMPETENCIA
      * FECHADA PARA VENDAS NO PERIODOS E RECUSADA (ROTINA
      * VERIFPER, COM REGISTRO NA TRILHA DE AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
           SELECT DEVOLUCOES ASSIGN TO "DEVOLUCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVOLUCOES-ST.
           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOTES-ST.
           SELECT KIT-BAIXA ASSIGN TO "KITBAIXA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KBX-CHAVE
               FILE STATUS IS WRK-KIT-BAIXA-ST.
           SELECT KARDEX ASSIGN TO "KARDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
           COPY DEVREG.
       FD  KARDEX.
           COPY KARDXREG.
       FD  LOTES.
           COPY LOTEREG.
       FD  KIT-BAIXA.
           COPY KITBXREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-DEVOLUCOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-KARDEX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-LOTES-ST         PIC X(02) VALUE SPACES.
       77 WRK-SLOT             PIC 9(01) VALUE ZEROS.
       77 WRK-KIT-BAIXA-ST     PIC X(02) VALUE SPACES.
       77 WRK-ITEM-KIT-SW      PIC X(01) VALUE 'N'.
           88 WRK-ITEM-KIT VALUE 'S'.
       77 WRK-FIM-KIT          PIC X(01) VALUE 'N'.
           88 WRK-FIM-KIT-OK VALUE 'S'.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-NUM-PEDIDO       PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS   PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-DEVOLVIDO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-ICMS-EST   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-IPI-EST    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-PIS-EST    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-COFINS-EST PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
           COPY LOTEWRK.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB21' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O STATUS-PEDIDO.
           OPEN INPUT ITENS-PEDIDO.
           OPEN I-O NC-CONTROLE.
           OPEN I-O ESTOQUE.
           OPEN I-O TITULOS.
           OPEN I-O LOTES.
           IF WRK-LOTES-ST NOT = '00'
               CLOSE LOTES
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN I-O KIT-BAIXA.
           IF WRK-KIT-BAIXA-ST NOT = '00'
               CLOSE KIT-BAIXA
               OPEN OUTPUT KIT-BAIXA
               CLOSE KIT-BAIXA
               OPEN I-O KIT-BAIXA
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-LOT-HOJE.

           DISPLAY 'NUMERO DA NF DEVOLVIDA.. '
           PERFORM CAPTURA-NUM-PEDIDO UNTIL WRK-NUM-PEDIDO-VALIDO.
           END-READ.

           IF WRK-PEDIDO-DEVOLVIVEL
               MOVE 'V' TO WRK-PER-AREA
               MOVE WRK-DATA-HOJE TO WRK-PER-DATA
               MOVE 'PROGCOB21' TO WRK-PER-PROGRAMA
               MOVE WRK-NUM-PEDIDO TO WRK-PER-REFERENCIA
               PERFORM VERIFICA-PERIODO
               IF NOT WRK-PER-FECHADO
                   PERFORM PROCESSA-DEVOLUCAO
               END-IF
           END-IF.

           CLOSE KIT-BAIXA.
           CLOSE LOTES.
           CLOSE TITULOS.
           CLOSE ESTOQUE.
           CLOSE NC-CONTROLE.
           ADD 1 TO WRK-QTD-DEVOLVIDOS.
           ADD ITP-VALOR TO WRK-TOTAL-DEVOLVIDO.
           ADD ITP-ICMS  TO WRK-TOTAL-ICMS-EST.
           ADD ITP-IPI    TO WRK-TOTAL-IPI-EST.
           ADD ITP-PIS    TO WRK-TOTAL-PIS-EST.
           ADD ITP-COFINS TO WRK-TOTAL-COFINS-EST.
           MOVE WRK-NUM-CREDITO TO DEV-NC-NUMERO.
           MOVE ITP-NUM-PEDIDO  TO DEV-NUM-NF.
           MOVE ITP-ITEM-SEQ    TO DEV-ITEM-SEQ.
           MOVE ITP-QUANTIDADE  TO DEV-QUANTIDADE.
           MOVE ITP-VALOR       TO DEV-VALOR.
           MOVE ITP-ICMS        TO DEV-ICMS.
           MOVE ITP-IPI         TO DEV-IPI.
           MOVE ITP-PIS         TO DEV-PIS.
           MOVE ITP-COFINS      TO DEV-COFINS.
           MOVE WRK-DATA-HOJE   TO DEV-DATA.
           OPEN EXTEND DEVOLUCOES.
           WRITE DEV-REGISTRO.
           CLOSE DEVOLUCOES.
           PERFORM VERIFICA-ITEM-KIT.
           IF WRK-ITEM-KIT
               PERFORM DEVOLVE-COMPONENTE-KIT UNTIL WRK-FIM-KIT-OK
           ELSE
               PERFORM DEVOLVE-SALDO-ITEM
           END-IF.

       DEVOLVE-SALDO-ITEM.
           MOVE ITP-PROD-CODIGO TO ETQ-PROD-CODIGO.
           IF ITP-DEPOSITO IS NUMERIC AND ITP-DEPOSITO > 0
               MOVE ITP-DEPOSITO TO ETQ-DEPOSITO
           ELSE
               MOVE 01 TO ETQ-DEPOSITO
           END-IF.
           READ ESTOQUE
               NOT INVALID KEY
                   ADD ITP-QUANTIDADE TO ETQ-SALDO
                   REWRITE ETQ-REGISTRO
                   PERFORM DEVOLVE-LOTES-ITEM
                   PERFORM GRAVA-KARDEX
           END-READ.

      *****************************************************
      * VERIFICA-ITEM-KIT - ITEM KIT TEM OS COMPONENTES
      * BAIXADOS NA VENDA GRAVADOS NO KITBAIXA
      *****************************************************
       VERIFICA-ITEM-KIT.
           MOVE 'N' TO WRK-ITEM-KIT-SW.
           MOVE 'N' TO WRK-FIM-KIT.
           MOVE ITP-NUM-PEDIDO TO KBX-NUM-NF.
           MOVE ITP-ITEM-SEQ   TO KBX-ITEM-SEQ.
           MOVE 01             TO KBX-COMP-SEQ.
           READ KIT-BAIXA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-ITEM-KIT TO TRUE
           END-READ.

      *****************************************************
      * DEVOLVE-COMPONENTE-KIT - O COMPONENTE VOLTA AO
      * DEPOSITO E AOS LOTES DE ONDE SAIU NA VENDA DO KIT
      *****************************************************
       DEVOLVE-COMPONENTE-KIT.
           MOVE KBX-COMP-CODIGO TO ETQ-PROD-CODIGO.
           MOVE KBX-DEPOSITO    TO ETQ-DEPOSITO.
           READ ESTOQUE
               NOT INVALID KEY
                   ADD KBX-QUANTIDADE TO ETQ-SALDO
                   REWRITE ETQ-REGISTRO
                   PERFORM DEVOLVE-LOTES-COMPONENTE
                   PERFORM GRAVA-KARDEX
           END-READ.
           ADD 1 TO KBX-COMP-SEQ.
           READ KIT-BAIXA
               INVALID KEY
                   SET WRK-FIM-KIT-OK TO TRUE
           END-READ.

       DEVOLVE-LOTES-COMPONENTE.
           MOVE ZEROS TO WRK-LOT-QTD-USADOS.
           PERFORM CARREGA-LOTE-COMPONENTE
               VARYING WRK-SLOT FROM 1 BY 1 UNTIL WRK-SLOT > 5.
           MOVE ETQ-PROD-CODIGO TO WRK-LOT-PRODUTO.
           MOVE ETQ-DEPOSITO    TO WRK-LOT-DEPOSITO.
           MOVE KBX-QUANTIDADE  TO WRK-LOT-QTDE.
           PERFORM DEVOLVE-LOTES-USADOS.

       CARREGA-LOTE-COMPONENTE.
           IF KBX-LOTE (WRK-SLOT) NOT = SPACES
            AND KBX-LOTE-QTD (WRK-SLOT) > 0
               ADD 1 TO WRK-LOT-QTD-USADOS
               SET WRK-IDX-LOT TO WRK-LOT-QTD-USADOS
               MOVE KBX-LOTE (WRK-SLOT)
                   TO WRK-LOT-U-NUMERO (WRK-IDX-LOT)
               MOVE ZEROS TO WRK-LOT-U-VALIDADE (WRK-IDX-LOT)
               MOVE KBX-LOTE-QTD (WRK-SLOT)
                   TO WRK-LOT-U-QTD (WRK-IDX-LOT)
           END-IF.

      *****************************************************
      * DEVOLVE-LOTES-ITEM - A QUANTIDADE VOLTA AOS LOTES
      * GRAVADOS NO ITEM (PROCURADOS PELO NUMERO); ITEM SEM
      * LOTE OU LOTE NAO ACHADO VOLTA COMO SALDO SEM LOTE
      *****************************************************
       DEVOLVE-LOTES-ITEM.
           MOVE ZEROS TO WRK-LOT-QTD-USADOS.
           PERFORM CARREGA-LOTE-ITEM
               VARYING WRK-SLOT FROM 1 BY 1 UNTIL WRK-SLOT > 5.
           MOVE ETQ-PROD-CODIGO TO WRK-LOT-PRODUTO.
           MOVE ETQ-DEPOSITO    TO WRK-LOT-DEPOSITO.
           MOVE ITP-QUANTIDADE  TO WRK-LOT-QTDE.
           PERFORM DEVOLVE-LOTES-USADOS.

       CARREGA-LOTE-ITEM.
           IF ITP-LOTE (WRK-SLOT) NOT = SPACES
            AND ITP-LOTE-QTD (WRK-SLOT) IS NUMERIC
            AND ITP-LOTE-QTD (WRK-SLOT) > 0
               ADD 1 TO WRK-LOT-QTD-USADOS
               SET WRK-IDX-LOT TO WRK-LOT-QTD-USADOS
               MOVE ITP-LOTE (WRK-SLOT)
                   TO WRK-LOT-U-NUMERO (WRK-IDX-LOT)
               MOVE ZEROS TO WRK-LOT-U-VALIDADE (WRK-IDX-LOT)
               MOVE ITP-LOTE-QTD (WRK-SLOT)
                   TO WRK-LOT-U-QTD (WRK-IDX-LOT)
           END-IF.

       GRAVA-KARDEX.
           MOVE ETQ-PROD-CODIGO TO KDX-PROD-CODIGO.
           MOVE ETQ-DEPOSITO    TO KDX-DEPOSITO.
           ACCEPT KDX-DATA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA FROM TIME.
           MOVE 'E' TO KDX-TIPO.
           MOVE WRK-NUM-CREDITO TO KDX-DOCUMENTO.
           MOVE 'PROGCOB21' TO KDX-ORIGEM.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-UNIT.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-MEDIO.
           PERFORM GRAVA-KARDEX-LOTES.

       FINALIZA-DEVOLUCAO.
           SET STP-DEVOLVIDO TO TRUE.
           DISPLAY 'VALOR DEVOLVIDO......... ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-ICMS-EST TO WRK-VALOR-ED.
           DISPLAY 'ICMS ESTORNADO.......... ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-IPI-EST TO WRK-VALOR-ED.
           DISPLAY 'IPI ESTORNADO........... ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-PIS-EST TO WRK-VALOR-ED.
           DISPLAY 'PIS ESTORNADO........... ' WRK-VALOR-ED.
           MOVE WRK-TOTAL-COFINS-EST TO WRK-VALOR-ED.
           DISPLAY 'COFINS ESTORNADO........ ' WRK-VALOR-ED.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-CREDITO-RECEBER.
           SET TIT-CREDITO TO TRUE.
           MOVE WRK-NUM-CREDITO TO TIT-NUMERO.
           MOVE 01              TO TIT-PARCELA.
           MOVE STP-CLI-CODIGO  TO TIT-CLI-CODIGO.
           MOVE WRK-TOTAL-DEVOLVIDO TO TIT-VALOR.
           MOVE WRK-TOTAL-DEVOLVIDO TO TIT-SALDO.
               ' NC=' WRK-NUM-CREDITO
               ' VALOR=' WRK-TOTAL-DEVOLVIDO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-NUM-PEDIDO
               VALIDNUM-CAMPO     BY WRK-NUM-PEDIDO
               VALIDNUM-CHAVE-SW  BY WRK-NUM-PEDIDO-SW.

           COPY BAIXALOT.

           COPY VERIFPER.
