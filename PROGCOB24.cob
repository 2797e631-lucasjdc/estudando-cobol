      * LISTA OS CLIENTES COM EXPOSICAO ACIMA DO LIMITE DE
      * CREDITO QUE AINDA NAO ESTAO BLOQUEADOS
      * DATA 2026-08-22
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-ED           PIC ZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIMITE-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB24' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE 'SUGESTAO DE BLOQUEIO DE CREDITO' TO REL-LINHA.
           WRITE REL-LINHA.
