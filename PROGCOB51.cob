      * TODOS), IMPRIMINDO AS ENTRADAS QUE PASSAM NO FILTRO
      * COM SUBTOTAIS DIARIOS POR PROGRAMA
      * DATA 2026-08-22
      * 2026-10-15 LC  NUMERO SEQUENCIAL DA TRILHA IMPRESSO NO
      * FIM DE CADA ENTRADA (BRANCO NAS ANTERIORES A
      * NUMERACAO); A CONFERENCIA DA CADEIA E DO PROGC132
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03 WRK-SUB-QTD      PIC 9(06).
       77 WRK-QTD-LISTADAS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB51' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'PROGRAMA (BRANCO = TODOS)... '
           ACCEPT WRK-PROGRAMA-FILTRO.
           DISPLAY 'DATA INICIAL (AAAAMMDD)..... '
           MOVE SPACES TO REL-LINHA.
           STRING '  ' AUD-HORA ' ' AUD-PROGRAMA
                  ' ' AUD-USUARIO ' ' AUD-DETALHE
                  ' ' AUD-SEQUENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

