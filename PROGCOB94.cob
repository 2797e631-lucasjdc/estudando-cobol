      * VIVOS EM DIARNOVO); A CONSULTA VIVO MAIS MORTO E O
      * PROGCOB95
      * DATA 2026-09-02
      * 2026-10-15 LC  ITEM DE NF SO E ARQUIVADO QUANDO
      * NENHUMA PARCELA DA NF ESTA EM ABERTO NO TITULOS (UM
      * TITULO POR PARCELA DA CONDICAO DE PAGAMENTO)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  POSICIONAMENTO DO LIQPAGTO COM O
      * FAVORECIDO ZERADO (NOVO CAMPO DA CHAVE)
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * EXCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-ITENS-PEDIDO-ST.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT LIQUIDO-PAGAR ASSIGN TO "LIQPAGTO"
       77 WRK-NOME-ARQUIVO     PIC X(08) VALUE SPACES.
       77 WRK-TITULO-ABERTO-SW PIC X(01) VALUE 'N'.
           88 WRK-TITULO-ABERTO VALUE 'S'.
       77 WRK-FIM-TITULOS      PIC X(01) VALUE 'N'.
           88 WRK-FIM-TITULOS-OK VALUE 'S'.
       77 WRK-QTD-ED           PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB94' TO ACE-PROGRAMA.
           SET ACE-EXCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'ARQUIVAMENTO DE MOVIMENTOS ANTIGOS'.
       VERIFICA-TITULO-ABERTO.
           MOVE 'N' TO WRK-TITULO-ABERTO-SW.
           IF WRK-TITULOS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-TITULOS
               SET TIT-FATURA TO TRUE
               MOVE ITP-NUM-PEDIDO TO TIT-NUMERO
               MOVE ZEROS TO TIT-PARCELA
               START TITULOS KEY >= TIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-TITULOS-OK TO TRUE
               END-START
               PERFORM LER-TITULO-PARCELA
               PERFORM VERIFICA-PARCELA-ABERTA
                   UNTIL WRK-FIM-TITULOS-OK
           END-IF.

       LER-TITULO-PARCELA.
           IF NOT WRK-FIM-TITULOS-OK
               READ TITULOS NEXT
                   AT END
                       SET WRK-FIM-TITULOS-OK TO TRUE
                   NOT AT END
                       IF NOT TIT-FATURA
                          OR TIT-NUMERO NOT = ITP-NUM-PEDIDO
                           SET WRK-FIM-TITULOS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       VERIFICA-PARCELA-ABERTA.
           IF TIT-ABERTO
               SET WRK-TITULO-ABERTO TO TRUE
               SET WRK-FIM-TITULOS-OK TO TRUE
           ELSE
               PERFORM LER-TITULO-PARCELA
           END-IF.

      *****************************************************
      * ARQUIVA-LIQUIDOS - LIQUIDO COM DATA ANTERIOR AO
      * CORTE E JA EFETIVADO OU REJEITADO SAI PARA O
           MOVE ZEROS TO LIQ-MATRICULA.
           MOVE ZEROS TO LIQ-DATA.
           MOVE SPACES TO LIQ-TIPO-FOLHA.
           MOVE ZEROS TO LIQ-FAVORECIDO.
           START LIQUIDO-PAGAR KEY >= LIQ-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
               ' CORTE=' WRK-DATA-CORTE
               ' ARQ=' WRK-QTD-ARQUIVADOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
