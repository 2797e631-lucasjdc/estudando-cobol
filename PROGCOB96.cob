      * (CTRLTOT) - A LISTA DE 300 LINHAS DO FORNECEDOR
      * DEIXA DE SER DIGITADA UMA A UMA NO PROGCOB17
      * DATA 2026-09-02
      * 2026-10-15 LC  PRODUTO INCLUIDO SEM CLASSE ABC
      * (PRD-CLASSE-ABC EM BRANCO)
      * 2026-10-15 LC  PRODUTO INCLUIDO COM NCM ZERO (REGRA
      * PADRAO DA TABELA DE TRIBUTACAO), A CLASSIFICAR NO
      * PROGCOB17
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-REJEITADAS   PIC 9(06) VALUE ZEROS.
       77 WRK-HASH-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB96' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT IMPORTACAO.
           IF WRK-IMPORTACAO-ST NOT = '00'
           MOVE WRK-PRECO           TO PRD-PRECO-UNIT.
           MOVE WRK-PESO            TO PRD-PESO-UNIT.
           SET PRD-ATIVO            TO TRUE.
           MOVE SPACES              TO PRD-CLASSE-ABC.
           MOVE ZEROS               TO PRD-NCM.
           WRITE PRD-REGISTRO.
           ADD 1 TO WRK-QTD-INCLUIDOS.
           MOVE SPACES TO REL-LINHA.
