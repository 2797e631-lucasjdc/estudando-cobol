      *****************************************************
      * ESCDEPOS.CPY
      * ROTINA COMPARTILHADA DE ESCOLHA DO DEPOSITO DE
      * SAIDA, NO ESPIRITO DA VALIDCPF - USAR COM A AREA
      * DEPOSWRK, O ARQUIVO DEPOSITO (DEPOSREG, STATUS EM
      * WRK-DEPOSITO-ST) E O ARQUIVO ESTOQUE (ESTOQREG)
      * ABERTO COM ACESSO RANDOM OU DYNAMIC.
      * CARREGA-DEPOSITOS E EXECUTADO UMA VEZ NA ABERTURA;
      * SEM CADASTRO DE DEPOSITOS VALE O DEPOSITO 01
      * ATENDENDO TODAS AS ZONAS. ESCOLHE-DEPOSITO PROCURA
      * PRIMEIRO NOS DEPOSITOS QUE ATENDEM A ZONA DE
      * ENTREGA E DEPOIS NOS DEMAIS O PRIMEIRO COM SALDO
      * PARA A QUANTIDADE; ESCOLHIDO UM DEPOSITO, O SEU
      * REGISTRO DE ESTOQUE FICA NA AREA DO ARQUIVO PARA O
      * CHAMADOR BAIXAR E REGRAVAR
      * 2026-10-15 LC  CRIACAO
      * 2026-10-15 LC  SALDO DOS LOTES VENCIDOS NAO CONTA PARA
      *                A ESCOLHA (ROTINA BAIXALOT; O CHAMADOR
      *                PASSA A USAR TAMBEM O ARQUIVO LOTES)
      * 2026-10-15 LC  A QUANTIDADE RESERVADA PELOS ORCAMENTOS
      *                ABERTOS (ETQ-RESERVADO) TAMBEM NAO CONTA
      *****************************************************
       CARREGA-DEPOSITOS.
           MOVE ZEROS TO WRK-DEP-QTD.
           MOVE 'N' TO WRK-DEP-FIM.
           OPEN INPUT DEPOSITO.
           IF WRK-DEPOSITO-ST = '00'
               PERFORM LE-DEPOSITO
               PERFORM GUARDA-DEPOSITO UNTIL WRK-DEP-FIM-OK
               CLOSE DEPOSITO
           END-IF.
           IF WRK-DEP-QTD = 0
               MOVE 1 TO WRK-DEP-QTD
               MOVE 01 TO WRK-DEP-COD (1)
               MOVE '12345' TO WRK-DEP-ZONAS (1)
           END-IF.

       LE-DEPOSITO.
           READ DEPOSITO NEXT
               AT END
                   SET WRK-DEP-FIM-OK TO TRUE
           END-READ.

       GUARDA-DEPOSITO.
           IF DEP-ATIVO AND WRK-DEP-QTD < 20
               ADD 1 TO WRK-DEP-QTD
               MOVE DEP-CODIGO TO WRK-DEP-COD (WRK-DEP-QTD)
               MOVE DEP-ZONAS  TO WRK-DEP-ZONAS (WRK-DEP-QTD)
           END-IF.
           PERFORM LE-DEPOSITO.

       ESCOLHE-DEPOSITO.
           MOVE ZEROS TO WRK-DEP-ESCOLHIDO.
           MOVE ZEROS TO WRK-DEP-DISPONIVEL.
           SET WRK-DEP-PASSO-ZONA TO TRUE.
           PERFORM TESTA-DEPOSITO
               VARYING WRK-IDX-DEP FROM 1 BY 1
               UNTIL WRK-IDX-DEP > WRK-DEP-QTD
                  OR WRK-DEP-ESCOLHIDO > 0.
           IF WRK-DEP-ESCOLHIDO = 0
               SET WRK-DEP-PASSO-OUTROS TO TRUE
               PERFORM TESTA-DEPOSITO
                   VARYING WRK-IDX-DEP FROM 1 BY 1
                   UNTIL WRK-IDX-DEP > WRK-DEP-QTD
                      OR WRK-DEP-ESCOLHIDO > 0
           END-IF.

       TESTA-DEPOSITO.
           MOVE ZEROS TO WRK-DEP-CONTA.
           IF WRK-DEP-ZONA NOT = SPACE
               INSPECT WRK-DEP-ZONAS (WRK-IDX-DEP)
                   TALLYING WRK-DEP-CONTA FOR ALL WRK-DEP-ZONA
           END-IF.
           IF (WRK-DEP-PASSO-ZONA AND WRK-DEP-CONTA > 0)
            OR (WRK-DEP-PASSO-OUTROS AND WRK-DEP-CONTA = 0)
               MOVE WRK-DEP-PRODUTO TO ETQ-PROD-CODIGO
               MOVE WRK-DEP-COD (WRK-IDX-DEP) TO ETQ-DEPOSITO
               READ ESTOQUE
                   NOT INVALID KEY
                       PERFORM CALCULA-SALDO-LIVRE
                       IF WRK-DEP-LIVRE >= WRK-DEP-QTDE
                           MOVE WRK-DEP-COD (WRK-IDX-DEP)
                               TO WRK-DEP-ESCOLHIDO
                       ELSE
                           IF WRK-DEP-LIVRE > 0
                               ADD WRK-DEP-LIVRE
                                   TO WRK-DEP-DISPONIVEL
                           END-IF
                       END-IF
               END-READ
           END-IF.

       CALCULA-SALDO-LIVRE.
           MOVE ETQ-PROD-CODIGO TO WRK-LOT-PRODUTO.
           MOVE ETQ-DEPOSITO    TO WRK-LOT-DEPOSITO.
           PERFORM SOMA-LOTES-VENCIDOS.
           COMPUTE WRK-DEP-LIVRE = ETQ-SALDO - WRK-LOT-VENCIDO
                                 - ETQ-RESERVADO.
