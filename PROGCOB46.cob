      * LIBERANDO A PROXIMA SUBMISSAO, COM REGISTRO NA
      * TRILHA DE AUDITORIA
      * DATA 2026-08-22
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-DATA-RUN   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-RUN-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-RUN-VALIDA VALUE 'S'.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB46' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O RUN-CONTROLE.
           DISPLAY 'PROGRAMA A LIBERAR (EX. PROGCOB10).. '
           ACCEPT WRK-PROGRAMA.
           STRING 'LIBERACAO TRAVA ' WRK-PROGRAMA
               ' DATA=' WRK-DATA-RUN
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
