      *****************************************************
      * ENCARGOS.CPY
      * ROTINA COMPARTILHADA DE MULTA E JUROS DE MORA, NO
      * ESPIRITO DA BAIXALOT - USAR COM A AREA ENCARWRK, A
      * AREA DUTILREG (MODULO PROGCOB26) E O ARQUIVO
      * TITULOS (TITREG) ABERTO I-O.
      * CALCULA-ENCARGOS - PAGAMENTO ATE O PRIMEIRO DIA UTIL
      *   A PARTIR DO VENCIMENTO NAO TEM ENCARGO; DEPOIS
      *   DISSO, MULTA SOBRE A BASE E JUROS SIMPLES PRO RATA
      *   (TAXA MENSAL / 30) PELOS DIAS CORRIDOS DESDE O
      *   VENCIMENTO.
      * REPARTE-PAGAMENTO - O VALOR PAGO ABATE PRIMEIRO O
      *   PRINCIPAL; OS ENCARGOS SAO CALCULADOS SOBRE O
      *   PRINCIPAL ABATIDO E O RESTANTE DO PAGAMENTO QUITA
      *   MULTA E DEPOIS JUROS; O QUE FALTAR E O RESIDUAL E
      *   O QUE SOBRAR E O EXCESSO.
      * GRAVA-TITULO-ENCARGO - LANCA O RESIDUAL NO TITULO DE
      *   ENCARGOS (TIPO E) DA NF/PARCELA, VENCENDO NA DATA
      *   DO PAGAMENTO; SE JA EXISTE, SOMA E REABRE. USA A
      *   AREA DO ARQUIVO TITULOS.
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       CALCULA-ENCARGOS.
           MOVE ZEROS TO WRK-ENC-DIAS-ATRASO.
           MOVE ZEROS TO WRK-ENC-MULTA.
           MOVE ZEROS TO WRK-ENC-JUROS.
           MOVE ZEROS TO WRK-ENC-TOTAL.
           IF WRK-ENC-DATA-PAGTO > WRK-ENC-VENCTO
              AND WRK-ENC-BASE > ZEROS
               SET DUT-FC-PROXIMO-DIA-UTIL TO TRUE
               MOVE WRK-ENC-VENCTO TO DUT-DATA-1
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               IF DUT-OK
                   MOVE DUT-DATA-2 TO WRK-ENC-LIMITE
               ELSE
                   MOVE WRK-ENC-VENCTO TO WRK-ENC-LIMITE
               END-IF
               IF WRK-ENC-DATA-PAGTO > WRK-ENC-LIMITE
                   PERFORM CALCULA-MULTA-JUROS
               END-IF
           END-IF.

       CALCULA-MULTA-JUROS.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE WRK-ENC-VENCTO     TO DUT-DATA-1.
           MOVE WRK-ENC-DATA-PAGTO TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF DUT-OK AND DUT-DIAS > 0
               MOVE DUT-DIAS TO WRK-ENC-DIAS-ATRASO
           END-IF.
           COMPUTE WRK-ENC-MULTA ROUNDED =
               WRK-ENC-BASE * WRK-ENC-PERC-MULTA / 100.
           COMPUTE WRK-ENC-JUROS ROUNDED =
               WRK-ENC-BASE * WRK-ENC-JUROS-MES / 100
               * WRK-ENC-DIAS-ATRASO / 30.
           COMPUTE WRK-ENC-TOTAL = WRK-ENC-MULTA + WRK-ENC-JUROS.

       REPARTE-PAGAMENTO.
           IF WRK-ENC-VALOR-PAGO > WRK-ENC-SALDO
               MOVE WRK-ENC-SALDO TO WRK-ENC-PRINC-PAGO
           ELSE
               MOVE WRK-ENC-VALOR-PAGO TO WRK-ENC-PRINC-PAGO
           END-IF.
           MOVE WRK-ENC-PRINC-PAGO TO WRK-ENC-BASE.
           PERFORM CALCULA-ENCARGOS.
           COMPUTE WRK-ENC-PAGO =
               WRK-ENC-VALOR-PAGO - WRK-ENC-PRINC-PAGO.
           MOVE ZEROS TO WRK-ENC-EXCESSO.
           IF WRK-ENC-PAGO > WRK-ENC-TOTAL
               COMPUTE WRK-ENC-EXCESSO =
                   WRK-ENC-PAGO - WRK-ENC-TOTAL
               MOVE WRK-ENC-TOTAL TO WRK-ENC-PAGO
           END-IF.
           IF WRK-ENC-PAGO > WRK-ENC-MULTA
               MOVE WRK-ENC-MULTA TO WRK-ENC-MULTA-PAGA
               COMPUTE WRK-ENC-JUROS-PAGO =
                   WRK-ENC-PAGO - WRK-ENC-MULTA
           ELSE
               MOVE WRK-ENC-PAGO TO WRK-ENC-MULTA-PAGA
               MOVE ZEROS TO WRK-ENC-JUROS-PAGO
           END-IF.
           COMPUTE WRK-ENC-RESIDUAL = WRK-ENC-TOTAL - WRK-ENC-PAGO.

       GRAVA-TITULO-ENCARGO.
           SET TIT-ENCARGO TO TRUE.
           MOVE WRK-ENC-NUM-NF  TO TIT-NUMERO.
           MOVE WRK-ENC-PARCELA TO TIT-PARCELA.
           READ TITULOS
               INVALID KEY
                   MOVE WRK-ENC-CLIENTE    TO TIT-CLI-CODIGO
                   MOVE WRK-ENC-RESIDUAL   TO TIT-VALOR
                   MOVE WRK-ENC-RESIDUAL   TO TIT-SALDO
                   MOVE WRK-ENC-DATA-PAGTO TO TIT-DATA-EMISSAO
                   MOVE WRK-ENC-DATA-PAGTO TO TIT-DATA-VENCTO
                   SET TIT-ABERTO          TO TRUE
                   MOVE WRK-ENC-NUM-NF     TO TIT-NF-REF
                   WRITE TIT-REGISTRO
               NOT INVALID KEY
                   ADD WRK-ENC-RESIDUAL    TO TIT-VALOR
                   ADD WRK-ENC-RESIDUAL    TO TIT-SALDO
                   MOVE WRK-ENC-DATA-PAGTO TO TIT-DATA-VENCTO
                   SET TIT-ABERTO          TO TRUE
                   REWRITE TIT-REGISTRO
           END-READ.
