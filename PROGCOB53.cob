      * LINHAS: PARCIALMENTE ENVIADO, ENVIADO,
      * PARCIALMENTE ENTREGUE OU ENTREGUE
      * DATA 2026-09-02
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-TOT-PEDIDA       PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-ENVIADA      PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-ENTREGUE     PIC 9(06) VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB53' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O STATUS-PEDIDO.
           OPEN INPUT ITENS-PEDIDO.
           OPEN I-O ENVIOS.
               ' QTD=' WRK-QTD-MOVIMENTADA
               ' STATUS=' STP-STATUS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
