      * CHAVE ALTERNATIVA DE NOME COM START/READ NEXT,
      * MOSTRANDO O ID DE PESSOA E O NOME DE CADA REGISTRO
      * DATA 2026-08-22
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-NOME-BUSCA PIC X(20) VALUE SPACES.
       77 WRK-TAMANHO    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB42' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT CADASTRO.
           DISPLAY 'NOME (PARCIAL) A PROCURAR.. '
           ACCEPT WRK-NOME-BUSCA.
