      * 31-60, 61-90 E MAIS DE 90 DIAS), COM TOTAIS POR
      * FAIXA - DIAS CALCULADOS NA BASE COMERCIAL 30/360
      * DATA 2026-08-22
      * 2026-10-15 LC  CADA PARCELA DA CONDICAO DE PAGAMENTO
      * E UM TITULO COM VENCIMENTO PROPRIO - A LINHA DO
      * TITULO MOSTRA NF/PARCELA
      * 2026-10-15 LC  PARCELA DE ACORDO DE RENEGOCIACAO
      * (TIPO A) SAI COMO AC + NUMERO DO ACORDO; TITULO
      * RENEGOCIADO NAO ESTA EM ABERTO E SAI DO AGING
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ATRASO-ED        PIC -ZZ.ZZ9 VALUE ZEROS.
       77 WRK-DOC-SIGLA        PIC X(03) VALUE SPACES.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB23' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT TITULOS.
           OPEN OUTPUT RELATORIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
       IMPRIME-LINHA-TITULO.
           MOVE TIT-SALDO TO WRK-VALOR-ED.
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED.
           IF TIT-ACORDO
               MOVE 'AC ' TO WRK-DOC-SIGLA
           ELSE
               MOVE 'NF ' TO WRK-DOC-SIGLA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-DOC-SIGLA TIT-NUMERO '/' TIT-PARCELA
                  ' CLIENTE ' TIT-CLI-CODIGO
                  ' SALDO ' WRK-VALOR-ED
                  ' ATRASO ' WRK-ATRASO-ED
