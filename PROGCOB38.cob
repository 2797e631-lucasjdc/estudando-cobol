      * LANCAMENTOS SO NO BANCO E O SALDO AJUSTADO
      * CONTRA O SLD-SALDO
      * DATA 2026-08-22
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VALOR-ED          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED          PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB38' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'NUMERO DA CONTA.. '
           PERFORM CAPTURA-CONTA UNTIL WRK-CONTA-VALIDA.
           OPEN OUTPUT RELATORIO.
