      * FUTURO COMO EFETIVADO - A NOITE DE TROCA DE LISTA
      * DEIXA DE SER UMA MARATONA DE DIGITACAO
      * DATA 2026-09-02
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-EFETIVADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-PRODUTO  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB72' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O PRECO-FUTURO.
           IF WRK-PRECO-FUTURO-ST NOT = '00'
               DISPLAY 'SEM PRECOS FUTUROS CARREGADOS - NADA '
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'VIRADA PRECOS EFETIVADOS=' WRK-QTD-EFETIVADOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
