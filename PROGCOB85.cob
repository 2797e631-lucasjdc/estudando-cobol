      * INFERIOR DO RANKING PARA INTERVENCAO DO
      * COORDENADOR
      * DATA 2026-09-02
      * 2026-10-15 LC  RANKING PELO REGISTRO CONSOLIDADO DO
      * PERIODO - OS REGISTROS POR DISCIPLINA SAO IGNORADOS
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-POSICAO-CORTE    PIC 9(03) VALUE ZEROS.
       77 WRK-MEDIA-ED         PIC Z9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB85' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'TURMA................. '
           ACCEPT WRK-TURMA.
           DISPLAY 'ANO DO PERIODO........ '

       CASA-MEDIA.
           IF HIS-ANO = WRK-ANO AND HIS-SEMESTRE = WRK-SEMESTRE
              AND HIS-DISCIPLINA = SPACES
               PERFORM CASA-UMA-LINHA
                   VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-ALUNOS
