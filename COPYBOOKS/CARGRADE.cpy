      *****************************************************
      * CARGRADE.CPY
      * ROTINA COMPARTILHADA DE CARGA DA GRADE CURRICULAR,
      * NO ESPIRITO DA VERIFAIX - USAR COM A AREA GRADEWRK E
      * O ARQUIVO CURRICULO (CURRIREG, ACESSO RANDOM, STATUS
      * EM WRK-CURRICULO-ST). SEM O ARQUIVO, SEM A GRADE DO
      * CURSO E SERIE OU COM A GRADE VAZIA FICA
      * WRK-GRD-AUSENTE E O PROGRAMA RECUSA O LANCAMENTO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       CARREGA-GRADE.
           SET WRK-GRD-AUSENTE TO TRUE.
           MOVE ZEROS TO WRK-GRD-QTD.
           OPEN INPUT CURRICULO.
           IF WRK-CURRICULO-ST = '00'
               MOVE WRK-GRD-CURSO TO CUR-CURSO
               MOVE WRK-GRD-SERIE TO CUR-SERIE
               READ CURRICULO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CUR-QTD-DISCIPLINAS > 0
                           MOVE CUR-QTD-DISCIPLINAS TO WRK-GRD-QTD
                           PERFORM COPIA-DISCIPLINA-GRADE
                               VARYING WRK-IDX-GRD FROM 1 BY 1
                               UNTIL WRK-IDX-GRD > WRK-GRD-QTD
                           SET WRK-GRD-ENCONTRADA TO TRUE
                       END-IF
               END-READ
               CLOSE CURRICULO
           END-IF.

       COPIA-DISCIPLINA-GRADE.
           MOVE CUR-DIS-CODIGO (WRK-IDX-GRD)
             TO WRK-GRD-CODIGO (WRK-IDX-GRD).
           MOVE CUR-DIS-NOME (WRK-IDX-GRD)
             TO WRK-GRD-NOME (WRK-IDX-GRD).
           MOVE CUR-DIS-CARGA (WRK-IDX-GRD)
             TO WRK-GRD-CARGA (WRK-IDX-GRD).
           MOVE ZEROS TO WRK-GRD-NOTA (WRK-IDX-GRD).
           MOVE ZEROS TO WRK-GRD-FREQ (WRK-IDX-GRD).
           MOVE SPACES TO WRK-GRD-SITUACAO (WRK-IDX-GRD).
