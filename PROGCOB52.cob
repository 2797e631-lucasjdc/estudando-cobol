      * (AUDINOVO), QUE A OPERACAO RENOMEIA SOBRE O
      * AUDITORI APOS A CONFERENCIA DOS TOTAIS
      * DATA 2026-08-22
      * 2026-10-15 LC  REGISTROS DO ARQUIVO MORTO E DA TRILHA
      * COMPACTADA ALARGADOS PARA O NUMERO SEQUENCIAL E O
      * VERIFICADOR ENCADEADO DO AUDITREG (105 POSICOES); A
      * ORDEM DE GRAVACAO E MANTIDA PARA A CONFERENCIA DO
      * PROGC132
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  AUDITORIA.
           COPY AUDITREG.
       FD  AUDIT-ARQUIVO.
       01  ARQ-REGISTRO PIC X(105).
       FD  AUDIT-NOVO.
       01  NOV-REGISTRO PIC X(105).
       WORKING-STORAGE SECTION.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDIT-ARQUIVO-ST PIC X(02) VALUE SPACES.
       77 WRK-QTD-ARQUIVADAS   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-MANTIDAS     PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB52' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'ARQUIVAR ENTRADAS ANTERIORES A '
                   '(AAAAMMDD).. '
           PERFORM CAPTURA-DATA-CORTE
