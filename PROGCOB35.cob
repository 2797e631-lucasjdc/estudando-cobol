      * E RECUSADA (O RETORNO DUPLICADO DO MES PASSADO NAO
      * REBAIXA MAIS OS PAGAMENTOS) E A REMESSA E MARCADA
      * RETORNADA
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  O PAGAMENTO E LOCALIZADO TAMBEM PELO
      * FAVORECIDO ECOADO NO RETORNO - O CREDITO DO
      * BENEFICIARIO DE PENSAO ALIMENTICIA E BAIXADO A PARTE
      * DO CREDITO DO EMPREGADO (RETORNO SEM O CAMPO VALE O
      * PROPRIO EMPREGADO)
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-JA-PROCESSADO-SW PIC X(01) VALUE 'N'.
           88 WRK-JA-PROCESSADO VALUE 'S'.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB35' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'IDENTIFICACAO DO RETORNO (SEQUENCIA DA '
                   'REMESSA).. '
           MOVE RET-MATRICULA   TO LIQ-MATRICULA.
           MOVE RET-DATA        TO LIQ-DATA.
           MOVE RET-TIPO-FOLHA  TO LIQ-TIPO-FOLHA.
           IF RET-FAVORECIDO IS NUMERIC
               MOVE RET-FAVORECIDO TO LIQ-FAVORECIDO
           ELSE
               MOVE ZEROS TO LIQ-FAVORECIDO
           END-IF.
           READ LIQUIDO-PAGAR
               INVALID KEY
                   PERFORM REPORTA-SEM-ORIGEM
               ADD 1 TO WRK-QTD-REJEITADOS
               MOVE SPACES TO REL-LINHA
               STRING 'MATRICULA ' RET-MATRICULA
                      '/' LIQ-FAVORECIDO
                      ' REJEITADO OCORRENCIA ' RET-OCORRENCIA
                      ' ' RET-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
           STRING 'RETORNO EFETIVADOS=' WRK-QTD-EFETIVADOS
               ' REJEITADOS=' WRK-QTD-REJEITADOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
