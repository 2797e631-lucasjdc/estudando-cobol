      *****************************************************
      * VERIFAIX.CPY
      * ROTINA COMPARTILHADA DE VERIFICACAO DE FAIXA
      * SALARIAL, NO ESPIRITO DA VERIFPER - USAR COM A AREA
      * FAIXAWRK E O ARQUIVO CARGOS (CARGOREG, ACESSO
      * RANDOM, STATUS EM WRK-CARGOS-ST). SEM O ARQUIVO, SEM
      * O CARGO, COM O CARGO INATIVO OU COM NIVEL FORA DOS
      * NIVEIS DEFINIDOS NAO HA FAIXA (WRK-FXA-SEM-CARGO);
      * O PROGRAMA DECIDE SE RECUSA OU ENCAMINHA A EXCECAO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       VERIFICA-FAIXA.
           SET WRK-FXA-SEM-CARGO TO TRUE.
           MOVE SPACES TO WRK-FXA-TITULO.
           MOVE ZEROS TO WRK-FXA-MINIMO.
           MOVE ZEROS TO WRK-FXA-MAXIMO.
           IF WRK-FXA-CARGO > 0
               OPEN INPUT CARGOS
               IF WRK-CARGOS-ST = '00'
                   MOVE WRK-FXA-CARGO TO CRG-CODIGO
                   READ CARGOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM COMPARA-FAIXA
                   END-READ
                   CLOSE CARGOS
               END-IF
           END-IF.

       COMPARA-FAIXA.
           MOVE CRG-TITULO TO WRK-FXA-TITULO.
           IF CRG-ATIVO AND WRK-FXA-NIVEL > 0
              AND WRK-FXA-NIVEL NOT > CRG-QTD-NIVEIS
               MOVE CRG-SAL-MINIMO (WRK-FXA-NIVEL)
                 TO WRK-FXA-MINIMO
               MOVE CRG-SAL-MAXIMO (WRK-FXA-NIVEL)
                 TO WRK-FXA-MAXIMO
               EVALUATE TRUE
                   WHEN WRK-FXA-SALARIO < WRK-FXA-MINIMO
                       SET WRK-FXA-ABAIXO TO TRUE
                   WHEN WRK-FXA-SALARIO > WRK-FXA-MAXIMO
                       SET WRK-FXA-ACIMA TO TRUE
                   WHEN OTHER
                       SET WRK-FXA-DENTRO TO TRUE
               END-EVALUATE
           END-IF.
