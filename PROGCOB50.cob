      * COM TOTAIS POR RELACIONAMENTO - RODAR SEMANALMENTE
      * E APOS QUALQUER ACERTO MANUAL DE ARQUIVO
      * DATA 2026-08-22
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
               FILE STATUS IS WRK-RECUPERACAO-ST.
           SELECT PENDENTE-UF ASSIGN TO "PENDENTE"
               ORGANIZATION IS LINE SEQUENTIAL
       77 WRK-TOTAL-ORFAOS     PIC 9(06) VALUE ZEROS.
       77 WRK-RELACAO          PIC X(30) VALUE SPACES.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB50' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
           OPEN INPUT CLIENTE.
           OPEN INPUT ALUNOS.
