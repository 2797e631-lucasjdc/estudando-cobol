      * DE DIAS DE ATRASO, PARA APOIAR AS DECISOES DE
      * CREDITO DO PROGCOB16 E DO PROGCOB24
      * DATA 2026-09-02
      * 2026-10-15 LC  RECUPERACAO DE TITULO BAIXADO POR
      * PERDA NAO E PAGAMENTO NORMAL E FICA FORA DA MEDIA DE
      * ATRASO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIAS-ED          PIC -ZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB54' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'COMPETENCIA DO RELATORIO (AAAAMM).. '
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
       ACUMULA-RECEBIMENTO.
           DIVIDE RCB-DATA BY 100 GIVING WRK-RCB-ANOMES.
           IF WRK-RCB-ANOMES = WRK-COMPETENCIA
              AND NOT RCB-RECUPERACAO
               PERFORM CALCULA-DIAS-ATRASO
               PERFORM SOMA-CLIENTE-TABELA
           END-IF.
