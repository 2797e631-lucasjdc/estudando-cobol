      * COMERCIAL 30/360), PARA COBRAR O BANCO, E AO FINAL
      * OS TOTAIS DO REGISTRO POR FLUXO
      * DATA 2026-09-02
      * 2026-10-15 LC  AS DECLARACOES DA FOLHA AO GOVERNO
      * (FLUXO GF, PROGC139) CONTADAS A PARTE, E NAO MAIS
      * COMO RETORNOS PROCESSADOS
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-ATRASADAS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REMESSAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RETORNOS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DECLARACOES  PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-ED          PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-SOMA-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB97' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'ALERTAR REMESSAS SEM RETORNO HA MAIS DE '
                   '(DIAS).. '
           PERFORM CAPTURA-DIAS-LIMITE
                   PERFORM AVALIA-ESPERA
               END-IF
           ELSE
               IF INT-DECLARACAO-FOLHA
                   ADD 1 TO WRK-QTD-DECLARACOES
               ELSE
                   ADD 1 TO WRK-QTD-RETORNOS
               END-IF
           END-IF.
           PERFORM LER-INTERCAMBIO.

           STRING 'RETORNOS PROCESSADOS....... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-DECLARACOES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DECLARACOES DA FOLHA....... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ATRASADAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM RETORNO ALEM DO LIMITE. ' WRK-QTD-ED
