      * O EXTRATO DO CLIENTE E O KARDEX GANHAM ENXERGAR O
      * HISTORICO SEM RECARREGAR NADA
      * DATA 2026-09-02
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 WRK-MOV-HISTORICO PIC X(20).
           02 WRK-MOV-DOCUMENTO PIC X(08).
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB95' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'CONSULTA VIVO + ARQUIVO MORTO'.
           DISPLAY '1-ITENS DE UMA NF 2-MOVIMENTOS DE CONTA'.
