      * CTLTOTAL OU QUANDO O CHECKPOINT FICOU DIFERENTE DE
      * ZERO (EXECUCAO MORREU NO MEIO E PRECISA DE RESTART)
      * DATA 2026-08-22
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-ED          PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD2-ED         PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-HASH-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB44' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           PERFORM INICIALIZA-TABELA.
           PERFORM LE-CONTROLE-TOTAIS.
           PERFORM LE-CHECKPOINTS.
