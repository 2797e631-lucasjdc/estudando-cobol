      * 2026-09-02 LC  INCLUIDO O TIPO R (RESCISAO),
      * ARQUIVADO PELO CALCULO DE RESCISAO DO PROGCOB73
      * DATA 2026-08-22
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-TITULO      PIC X(40) VALUE SPACES.
       77 WRK-VALOR-ED    PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-YTD-ED      PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB36' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT HOLERITE-ARQ.
           DISPLAY 'MATRICULA DO EMPREGADO.... '
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
