      * DO REGISTRO DE INTERCAMBIO (INTERCAM), QUE GUARDA
      * CADA REMESSA GERADA COM QUANTIDADE E SOMA DO
      * TRAILER, AGUARDANDO O RETORNO DO PROGCOB35
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  O FAVORECIDO DO LIQPAGTO (EMPREGADO OU
      * BENEFICIARIO DE PENSAO ALIMENTICIA) SEGUE NO DETALHE
      * DA REMESSA PARA A BAIXA DO RETORNO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-SOMA-CREDITOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-SEM-BANCO    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB34' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD).. '
           PERFORM CAPTURA-DATA-PAGAMENTO
               UNTIL WRK-DATA-PAGAMENTO-VALIDA.
               IF LIQ-BANCO = 0 OR LIQ-CONTA = 0
                   ADD 1 TO WRK-QTD-SEM-BANCO
                   DISPLAY 'MATRICULA ' LIQ-MATRICULA
                           '/' LIQ-FAVORECIDO
                           ' SEM DADOS BANCARIOS - FORA DA '
                           'REMESSA'
               ELSE
           MOVE LIQ-VALOR     TO REM-D-VALOR.
           MOVE LIQ-CPF       TO REM-D-CPF.
           MOVE LIQ-TIPO-FOLHA TO REM-D-TIPO-FOLHA.
           MOVE LIQ-FAVORECIDO TO REM-D-FAVORECIDO.
           WRITE REM-DETALHE.

       GRAVA-TRAILER-REMESSA.
               ' CREDITOS=' WRK-QTD-DETALHES
               ' SOMA=' WRK-SOMA-CREDITOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
