      * NAO EXISTE NO CLIREG - A CARTA PASSA A BUSCAR O
      * RESPONSAVEL NO CADASTRO DE ALUNOS (ALUNOREG) E SAI
      * ENDERECADA A ELE
      * 2026-10-15 LC  O ESTAGIO DE COBRANCA PASSA A SER POR
      * NF E PARCELA (CBR-CHAVE) - CADA PARCELA DA CONDICAO
      * DE PAGAMENTO VENCE E ESCALA SEPARADAMENTE, E A CARTA
      * CITA A PARCELA
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CHAVE
               FILE STATUS IS WRK-COBRANCA-STATUS.
           SELECT CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
       77 WRK-QTD-FINAL        PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-ED         PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB57' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
               + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
       AVALIA-ESTAGIO.
           MOVE 'N' TO WRK-CBR-SW.
           MOVE TIT-NUMERO TO CBR-NUM-NF.
           MOVE TIT-PARCELA TO CBR-PARCELA.
           READ COBRANCA
               INVALID KEY
                   MOVE ZEROS TO CBR-ESTAGIO
           IF WRK-ESTAGIO-NOVO > 0
               PERFORM EMITE-CARTA
               MOVE TIT-NUMERO       TO CBR-NUM-NF
               MOVE TIT-PARCELA      TO CBR-PARCELA
               MOVE WRK-ESTAGIO-NOVO TO CBR-ESTAGIO
               MOVE WRK-DATA-HOJE    TO CBR-DATA-CARTA
               IF WRK-CBR-EXISTE
           WRITE CRT-LINHA.
           MOVE TIT-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO CRT-LINHA.
           STRING 'NF ' TIT-NUMERO ' PARCELA ' TIT-PARCELA
                  ' VENCIDA EM ' TIT-DATA-VENCTO
                  ' SALDO ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO CRT-LINHA.
               ' AVISO2=' WRK-QTD-AVISO2
               ' FINAL=' WRK-QTD-FINAL
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
