      * GRAVADO NO HISTORICO (HISTREG)
      * 2026-08-22 LC  TRAVA DE EXECUCAO (RUNCTRL) - UMA
      * SEGUNDA SUBMISSAO NO MESMO DIA E RECUSADA
      * 2026-10-15 LC  REGISTRO DO HISTORICO GRAVADO COMO
      * CONSOLIDADO DO PERIODO (DADOS DA DISCIPLINA EM BRANCO)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-IF.
           MOVE WRK-MEDIA     TO HIS-MEDIA.
           MOVE WRK-SITUACAO  TO HIS-SITUACAO.
           MOVE SPACES        TO HIS-DADOS-DISCIPLINA.
           WRITE HIS-REGISTRO.
           CLOSE HISTORICO.

