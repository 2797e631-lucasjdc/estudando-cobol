      *****************************************************
      * VERIFCTA.CPY
      * ROTINA COMPARTILHADA DE VERIFICACAO DA SITUACAO DA
      * CONTA, NO ESPIRITO DA VERIFPER - USAR COM A AREA
      * CONTAWRK E O ARQUIVO CONTAS (CONTAREG, ACESSO
      * RANDOM, STATUS EM WRK-CONTAS-ST). SEM O ARQUIVO
      * CONTAS TODA CONTA ESTA LIBERADA; COM ELE, CONTA SEM
      * CADASTRO (NAO ABERTA NO PROGC149), BLOQUEADA OU
      * ENCERRADA E RECUSADA. A CONTA DORMENTE E LIBERADA E
      * VOLTA A ATIVA NO REGISTRO DO MOVIMENTO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       VERIFICA-CONTA.
           SET WRK-VCT-LIBERADA TO TRUE.
           MOVE SPACES TO WRK-VCT-MOTIVO.
           MOVE SPACES TO WRK-VCT-DESCRICAO.
           OPEN INPUT CONTAS.
           IF WRK-CONTAS-ST = '00'
               MOVE WRK-VCT-CONTA TO CTA-NUMERO
               READ CONTAS
                   INVALID KEY
                       SET WRK-VCT-NAO-ABERTA TO TRUE
                       MOVE '04' TO WRK-VCT-MOTIVO
                       MOVE 'CONTA NAO ABERTA' TO WRK-VCT-DESCRICAO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CTA-BLOQUEADA
                               SET WRK-VCT-BLOQUEADA TO TRUE
                               MOVE '02' TO WRK-VCT-MOTIVO
                               MOVE 'CONTA BLOQUEADA'
                                 TO WRK-VCT-DESCRICAO
                           WHEN CTA-ENCERRADA
                               SET WRK-VCT-ENCERRADA TO TRUE
                               MOVE '03' TO WRK-VCT-MOTIVO
                               MOVE 'CONTA ENCERRADA'
                                 TO WRK-VCT-DESCRICAO
                       END-EVALUATE
               END-READ
               CLOSE CONTAS
           END-IF.

       REGISTRA-MOVIMENTO-CONTA.
           OPEN I-O CONTAS.
           IF WRK-CONTAS-ST = '00'
               MOVE WRK-VCT-CONTA TO CTA-NUMERO
               READ CONTAS
                   NOT INVALID KEY
                       IF WRK-VCT-DATA > CTA-DATA-ULT-MOV
                           MOVE WRK-VCT-DATA TO CTA-DATA-ULT-MOV
                       END-IF
                       IF CTA-DORMENTE
                           SET CTA-ATIVA TO TRUE
                           MOVE WRK-VCT-DATA TO CTA-DATA-SITUACAO
                           MOVE SPACES TO CTA-MOTIVO
                           DISPLAY 'CONTA ' CTA-NUMERO
                                   ' DORMENTE REATIVADA PELO '
                                   'MOVIMENTO'
                       END-IF
                       REWRITE CTA-REGISTRO
               END-READ
               CLOSE CONTAS
           END-IF.
