      * ACUMULADOS DO CADASTRO, REGISTRANDO O FECHAMENTO
      * NA TRILHA DE AUDITORIA
      * DATA 2026-08-22
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-IRRF-ED          PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED       PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB33' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'ANO DO FECHAMENTO (AAAA).. '
           PERFORM CAPTURA-ANO UNTIL WRK-ANO-VALIDO.
           OPEN I-O EMPREGADOS.
           STRING 'FECHAMENTO ANUAL ANO=' WRK-ANO-FECHAMENTO
               ' EMPREGADOS=' WRK-QTD-FECHADOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
