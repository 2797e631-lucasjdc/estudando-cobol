      *****************************************************
      * CALCTRIB.CPY
      * ROTINA COMPARTILHADA DE CALCULO DOS TRIBUTOS DO
      * ITEM, NO ESPIRITO DA ESCDEPOS - USAR COM A AREA
      * TRIBWRK E O ARQUIVO TRIB-NCM (NCMTREG, STATUS EM
      * WRK-TRIB-NCM-ST) ABERTO COM ACESSO RANDOM.
      * PROCURA A REGRA DO NCM DO PRODUTO; SEM ELA VALE A
      * REGRA PADRAO (NCM 00000000) E, SEM A PADRAO OU SEM A
      * TABELA, O ITEM SAI SO COM O ICMS. IPI, PIS E COFINS
      * INCIDEM SOBRE O VALOR DO ITEM; O ICMS INCIDE SOBRE O
      * VALOR MAIS O IPI QUANDO O NCM INCLUI O IPI NA BASE
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       CALCULA-TRIBUTOS.
           MOVE ZEROS TO WRK-TRB-IPI-PERC.
           MOVE ZEROS TO WRK-TRB-PIS-PERC.
           MOVE ZEROS TO WRK-TRB-COFINS-PERC.
           MOVE 'N' TO WRK-TRB-IPI-BASE.
           MOVE 'N' TO WRK-TRB-REGRA-SW.
           IF WRK-TRIB-NCM-ST = '00'
               MOVE WRK-TRB-NCM TO NCM-CODIGO
               PERFORM LE-REGRA-NCM
               IF NOT WRK-TRB-REGRA-ACHADA
                AND WRK-TRB-NCM NOT = ZEROS
                   MOVE ZEROS TO NCM-CODIGO
                   PERFORM LE-REGRA-NCM
               END-IF
           END-IF.
           COMPUTE WRK-TRB-IPI =
               WRK-TRB-VALOR * WRK-TRB-IPI-PERC / 100.
           COMPUTE WRK-TRB-PIS =
               WRK-TRB-VALOR * WRK-TRB-PIS-PERC / 100.
           COMPUTE WRK-TRB-COFINS =
               WRK-TRB-VALOR * WRK-TRB-COFINS-PERC / 100.
           IF WRK-TRB-IPI-NA-BASE
               COMPUTE WRK-TRB-BASE-ICMS =
                   WRK-TRB-VALOR + WRK-TRB-IPI
           ELSE
               MOVE WRK-TRB-VALOR TO WRK-TRB-BASE-ICMS
           END-IF.
           COMPUTE WRK-TRB-ICMS =
               WRK-TRB-BASE-ICMS * WRK-TRB-ICMS-PERC / 100.

       LE-REGRA-NCM.
           READ TRIB-NCM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-TRB-REGRA-ACHADA TO TRUE
                   MOVE NCM-IPI-PERC    TO WRK-TRB-IPI-PERC
                   MOVE NCM-PIS-PERC    TO WRK-TRB-PIS-PERC
                   MOVE NCM-COFINS-PERC TO WRK-TRB-COFINS-PERC
                   IF NCM-IPI-NA-BASE
                       SET WRK-TRB-IPI-NA-BASE TO TRUE
                   END-IF
           END-READ.
