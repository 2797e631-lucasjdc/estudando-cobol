      * (AGENDAPG), PROJETANDO A POSICAO LIQUIDA DIA A DIA
      * - A PRIMEIRA PERGUNTA DO DONO TODA MANHA
      * DATA 2026-09-02
      * 2026-10-15 LC  AS PARCELAS DE ACORDO DE RENEGOCIACAO
      * (TIPO A) EM ABERTO TAMBEM ENTRAM NOS RECEBIMENTOS
      * ESPERADOS
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-SALDO-ED         PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY DUTILREG.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB89' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM MONTA-CALENDARIO.
           PERFORM SOMA-SALDOS-ABERTURA.
           END-READ.

       ACUMULA-TITULO.
           IF (TIT-FATURA OR TIT-ACORDO)
              AND TIT-ABERTO AND TIT-SALDO > 0
               MOVE TIT-DATA-VENCTO TO WRK-DATA-ALOCACAO
               MOVE TIT-SALDO TO WRK-VALOR-ALOCACAO
               MOVE 'R' TO WRK-TIPO-ALOCACAO
