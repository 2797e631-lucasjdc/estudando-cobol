      * ARQUIVOS INDEXADOS DO SISTEMA, INCLUSIVE OS
      * CONTROLES DE NUMERACAO (NFCTRL/ORCCTRL/NCCTRL/
      * CADCTRL) E OS MESTRES DE NEGOCIO MAIS NOVOS
      * 2026-10-15 LC  O ESTOQUE PASSA A TER CHAVE PRODUTO +
      * DEPOSITO (ETQ-CHAVE)
      * 2026-10-15 LC  RECUPERA COM CHAVE REC-CHAVE (MATRICULA
      * + DISCIPLINA)
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECUPERACAO ASSIGN TO "RECUPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT FRETE-TAB ASSIGN TO "FRETETAB"
               ORGANIZATION IS INDEXED
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ARQ-STATUS.
           SELECT ITENS-PEDIDO ASSIGN TO "ITPEDIDO"
               ORGANIZATION IS INDEXED
       77 WRK-TRAILER-SW    PIC X(01) VALUE 'N'.
           88 WRK-TRAILER-OK VALUE 'S'.
       77 WRK-QTD-ED        PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB49' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT BACKUP-SEQ.
           IF WRK-BACKUP-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE BACKUP NAO ENCONTRADO'
