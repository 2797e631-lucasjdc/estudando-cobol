      *****************************************************
      * BAIXALOT.CPY
      * ROTINA COMPARTILHADA DE LOTES E VALIDADE, NO
      * ESPIRITO DA ESCDEPOS - USAR COM A AREA LOTEWRK, O
      * ARQUIVO LOTES (LOTEREG, ACESSO DYNAMIC, STATUS EM
      * WRK-LOTES-ST) ABERTO I-O E O ARQUIVO KARDEX
      * (KARDXREG).
      * SOMA-LOTES-VENCIDOS - SALDO DOS LOTES JA VENCIDOS
      *   DO PRODUTO NO DEPOSITO (NAO PODEM SER VENDIDOS).
      * CONSOME-LOTES - BAIXA A QUANTIDADE DOS LOTES NAO
      *   VENCIDOS NA ORDEM DO PRIMEIRO A VENCER (FEFO); O
      *   QUE FALTAR SAI DO SALDO SEM LOTE.
      * CREDITA-LOTE - SOMA A QUANTIDADE AO LOTE; COM A
      *   VALIDADE ZERADA O LOTE E PROCURADO PELO NUMERO E,
      *   NAO ACHADO, A QUANTIDADE FICA SEM LOTE.
      * DEVOLVE-LOTES-USADOS - ESTORNO DOS LOTES DA TABELA.
      * GRAVA-KARDEX-LOTES - O CHAMADOR PREENCHE O KARDEX
      *   (MENOS QUANTIDADE, LOTE E SALDO APOS) COM O
      *   REGISTRO DE ESTOQUE JA ATUALIZADO NA AREA DO
      *   ARQUIVO; GRAVA UM MOVIMENTO POR LOTE DA TABELA E
      *   UM PARA O SALDO SEM LOTE
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       SOMA-LOTES-VENCIDOS.
           MOVE ZEROS TO WRK-LOT-VENCIDO.
           MOVE ZEROS TO LOT-VALIDADE.
           PERFORM POSICIONA-LOTES.
           PERFORM SOMA-UM-VENCIDO UNTIL WRK-LOT-FIM-OK.

       SOMA-UM-VENCIDO.
           IF LOT-VALIDADE < WRK-LOT-HOJE
               ADD LOT-SALDO TO WRK-LOT-VENCIDO
               PERFORM LE-LOTE-PRODUTO
           ELSE
               SET WRK-LOT-FIM-OK TO TRUE
           END-IF.

      *****************************************************
      * POSICIONA-LOTES - POSICIONA NO PRIMEIRO LOTE DO
      * PRODUTO/DEPOSITO COM VALIDADE A PARTIR DE
      * LOT-VALIDADE (PREENCHIDA PELO CHAMADOR)
      *****************************************************
       POSICIONA-LOTES.
           MOVE 'N' TO WRK-LOT-FIM.
           MOVE WRK-LOT-PRODUTO  TO LOT-PROD-CODIGO.
           MOVE WRK-LOT-DEPOSITO TO LOT-DEPOSITO.
           MOVE SPACES TO LOT-NUMERO.
           START LOTES KEY >= LOT-CHAVE
               INVALID KEY
                   SET WRK-LOT-FIM-OK TO TRUE
           END-START.
           PERFORM LE-LOTE-PRODUTO.

       LE-LOTE-PRODUTO.
           IF NOT WRK-LOT-FIM-OK
               READ LOTES NEXT
                   AT END
                       SET WRK-LOT-FIM-OK TO TRUE
               END-READ
           END-IF.
           IF NOT WRK-LOT-FIM-OK
               IF LOT-PROD-CODIGO NOT = WRK-LOT-PRODUTO
                OR LOT-DEPOSITO NOT = WRK-LOT-DEPOSITO
                   SET WRK-LOT-FIM-OK TO TRUE
               END-IF
           END-IF.

       CONSOME-LOTES.
           MOVE ZEROS TO WRK-LOT-QTD-USADOS.
           MOVE WRK-LOT-QTDE TO WRK-LOT-FALTA.
           MOVE WRK-LOT-HOJE TO LOT-VALIDADE.
           PERFORM POSICIONA-LOTES.
           PERFORM CONSOME-UM-LOTE
               UNTIL WRK-LOT-FIM-OK
                  OR WRK-LOT-FALTA = 0
                  OR WRK-LOT-QTD-USADOS = WRK-LOT-MAX-USADOS.
           MOVE WRK-LOT-FALTA TO WRK-LOT-SEM-LOTE.

       CONSOME-UM-LOTE.
           IF LOT-SALDO > 0
               ADD 1 TO WRK-LOT-QTD-USADOS
               SET WRK-IDX-LOT TO WRK-LOT-QTD-USADOS
               MOVE LOT-NUMERO   TO WRK-LOT-U-NUMERO (WRK-IDX-LOT)
               MOVE LOT-VALIDADE
                   TO WRK-LOT-U-VALIDADE (WRK-IDX-LOT)
               IF LOT-SALDO < WRK-LOT-FALTA
                   MOVE LOT-SALDO TO WRK-LOT-U-QTD (WRK-IDX-LOT)
               ELSE
                   MOVE WRK-LOT-FALTA
                       TO WRK-LOT-U-QTD (WRK-IDX-LOT)
               END-IF
               SUBTRACT WRK-LOT-U-QTD (WRK-IDX-LOT) FROM LOT-SALDO
               SUBTRACT WRK-LOT-U-QTD (WRK-IDX-LOT)
                   FROM WRK-LOT-FALTA
               REWRITE LOT-REGISTRO
           END-IF.
           PERFORM LE-LOTE-PRODUTO.

       CREDITA-LOTE.
           MOVE 'N' TO WRK-LOT-ACHOU.
           IF WRK-LOT-VALIDADE = 0
               PERFORM LOCALIZA-LOTE
           ELSE
               MOVE WRK-LOT-PRODUTO  TO LOT-PROD-CODIGO
               MOVE WRK-LOT-DEPOSITO TO LOT-DEPOSITO
               MOVE WRK-LOT-VALIDADE TO LOT-VALIDADE
               MOVE WRK-LOT-NUMERO   TO LOT-NUMERO
               READ LOTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-LOT-ACHOU-OK TO TRUE
               END-READ
           END-IF.
           IF WRK-LOT-ACHOU-OK
               ADD WRK-LOT-QTDE TO LOT-SALDO
               REWRITE LOT-REGISTRO
           ELSE
               IF WRK-LOT-VALIDADE > 0
                   MOVE SPACES TO LOT-REGISTRO
                   MOVE WRK-LOT-PRODUTO    TO LOT-PROD-CODIGO
                   MOVE WRK-LOT-DEPOSITO   TO LOT-DEPOSITO
                   MOVE WRK-LOT-VALIDADE   TO LOT-VALIDADE
                   MOVE WRK-LOT-NUMERO     TO LOT-NUMERO
                   MOVE WRK-LOT-QTDE       TO LOT-SALDO
                   MOVE WRK-LOT-HOJE       TO LOT-DATA-ENTRADA
                   MOVE WRK-LOT-FORNECEDOR TO LOT-FOR-CODIGO
                   WRITE LOT-REGISTRO
                   SET WRK-LOT-ACHOU-OK TO TRUE
               END-IF
           END-IF.

       LOCALIZA-LOTE.
           MOVE ZEROS TO LOT-VALIDADE.
           PERFORM POSICIONA-LOTES.
           PERFORM COMPARA-NUMERO-LOTE
               UNTIL WRK-LOT-FIM-OK OR WRK-LOT-ACHOU-OK.

       COMPARA-NUMERO-LOTE.
           IF LOT-NUMERO = WRK-LOT-NUMERO
               SET WRK-LOT-ACHOU-OK TO TRUE
           ELSE
               PERFORM LE-LOTE-PRODUTO
           END-IF.

      *****************************************************
      * DEVOLVE-LOTES-USADOS - WRK-LOT-QTDE TRAZ O TOTAL
      * ESTORNADO; O QUE NAO ESTA NA TABELA DE LOTES VOLTA
      * COMO SALDO SEM LOTE
      *****************************************************
       DEVOLVE-LOTES-USADOS.
           MOVE WRK-LOT-QTDE TO WRK-LOT-SEM-LOTE.
           PERFORM DEVOLVE-UM-LOTE
               VARYING WRK-IDX-LOT FROM 1 BY 1
               UNTIL WRK-IDX-LOT > WRK-LOT-QTD-USADOS.

       DEVOLVE-UM-LOTE.
           MOVE WRK-LOT-U-NUMERO (WRK-IDX-LOT) TO WRK-LOT-NUMERO.
           MOVE WRK-LOT-U-VALIDADE (WRK-IDX-LOT)
               TO WRK-LOT-VALIDADE.
           MOVE WRK-LOT-U-QTD (WRK-IDX-LOT) TO WRK-LOT-QTDE.
           PERFORM CREDITA-LOTE.
           SUBTRACT WRK-LOT-U-QTD (WRK-IDX-LOT)
               FROM WRK-LOT-SEM-LOTE.

       GRAVA-KARDEX-LOTES.
           MOVE WRK-LOT-SEM-LOTE TO WRK-LOT-TOTAL-KDX.
           PERFORM SOMA-QTD-LOTE-USADO
               VARYING WRK-IDX-LOT FROM 1 BY 1
               UNTIL WRK-IDX-LOT > WRK-LOT-QTD-USADOS.
           IF KDX-SAIDA
               COMPUTE WRK-LOT-SALDO-KDX =
                   ETQ-SALDO + WRK-LOT-TOTAL-KDX
           ELSE
               COMPUTE WRK-LOT-SALDO-KDX =
                   ETQ-SALDO - WRK-LOT-TOTAL-KDX
           END-IF.
           OPEN EXTEND KARDEX.
           PERFORM GRAVA-KDX-UM-LOTE
               VARYING WRK-IDX-LOT FROM 1 BY 1
               UNTIL WRK-IDX-LOT > WRK-LOT-QTD-USADOS.
           IF WRK-LOT-SEM-LOTE > 0
               MOVE SPACES TO KDX-LOTE
               MOVE WRK-LOT-SEM-LOTE TO KDX-QUANTIDADE
               PERFORM GRAVA-KDX-MOVIMENTO
           END-IF.
           CLOSE KARDEX.

       SOMA-QTD-LOTE-USADO.
           ADD WRK-LOT-U-QTD (WRK-IDX-LOT) TO WRK-LOT-TOTAL-KDX.

       GRAVA-KDX-UM-LOTE.
           MOVE WRK-LOT-U-NUMERO (WRK-IDX-LOT) TO KDX-LOTE.
           MOVE WRK-LOT-U-QTD (WRK-IDX-LOT) TO KDX-QUANTIDADE.
           PERFORM GRAVA-KDX-MOVIMENTO.

       GRAVA-KDX-MOVIMENTO.
           IF KDX-SAIDA
               SUBTRACT KDX-QUANTIDADE FROM WRK-LOT-SALDO-KDX
           ELSE
               ADD KDX-QUANTIDADE TO WRK-LOT-SALDO-KDX
           END-IF.
           MOVE WRK-LOT-SALDO-KDX TO KDX-SALDO-APOS.
           WRITE KDX-REGISTRO.
