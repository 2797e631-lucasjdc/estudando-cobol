      * LIBERACAO DA DATA DE PAGAMENTO (LIBFOLHA), SEM A
      * QUAL A REMESSA DO PROGCOB34 NAO E GERADA
      * DATA 2026-09-02
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VARIACAO-ED      PIC -ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB77' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'COMPETENCIA ATUAL (AAAAMM)..... '
           PERFORM CAPTURA-COMP-ATUAL UNTIL WRK-COMP-ATUAL-VALIDA.
           DISPLAY 'COMPETENCIA ANTERIOR (AAAAMM).. '
           STRING 'LIBERACAO FOLHA DATA=' WRK-DATA-PAGAMENTO
               ' VARIACOES=' WRK-QTD-VARIACOES
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
