      * ENTRADA, TRABALHO EM DIA NAO UTIL PELA FUNCAO U DO
      * PROGCOB26) SAEM NO RELATORIO DE EXCECOES
      * DATA 2026-09-02
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-HORAS-EXTRA      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB75' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT PONTO.
           IF WRK-PONTO-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE PONTO AUSENTE - IMPORTACAO '
