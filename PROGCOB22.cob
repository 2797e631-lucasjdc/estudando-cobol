      * DATA, VALOR, PARCIAL/TOTAL E O VENCIMENTO DO
      * TITULO, PARA O RELATORIO DE COMPORTAMENTO DE
      * PAGAMENTO (PROGCOB54)
      * 2026-10-15 LC  A BAIXA PASSA A SER POR NF E PARCELA
      * (CADA PARCELA DA CONDICAO DE PAGAMENTO E UM TITULO);
      * A PARCELA VAI PARA O RECEBIMENTO E PARA A AUDITORIA
      * 2026-10-15 LC  FATURA PAGA APOS O VENCIMENTO COBRA
      * MULTA E JUROS DE MORA (ROTINA ENCARGOS, TAXAS NO
      * PARMCOBR, DIAS PELO PROGCOB26) - O DEVIDO E MOSTRADO
      * NA BAIXA, O RECEBIMENTO GRAVA MULTA E JUROS SEPARADOS
      * DO PRINCIPAL E O ENCARGO NAO PAGO VIRA TITULO DE
      * ENCARGOS (TIPO E), BAIXADO POR ESTE MESMO PROGRAMA
      * 2026-10-15 LC  PAGAMENTO DE TITULO BAIXADO POR PERDA
      * E GRAVADO COMO RECUPERACAO (RCB-ORIGEM R), SEM
      * ENCARGOS, E O TITULO CONTINUA BAIXADO
      * 2026-10-15 LC  BAIXA TAMBEM DA PARCELA DE ACORDO DE
      * RENEGOCIACAO (TIPO A, NUMERO DO ACORDO), SEM
      * ENCARGOS; TITULO RENEGOCIADO NAO ACEITA BAIXA - O
      * PAGAMENTO E DAS PARCELAS DO ACORDO
      * 2026-10-15 LC  BAIXA COM DATA EM COMPETENCIA FECHADA
      * PARA O CONTAS A RECEBER NO PERIODOS E RECUSADA (ROTINA
      * VERIFPER, COM REGISTRO NA TRILHA DE AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECEBIMENTOS ASSIGN TO "RECEBTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEBIMENTOS-ST.
           SELECT PARAMETROS ASSIGN TO "PARMCOBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
           COPY TITREG.
       FD  RECEBIMENTOS.
           COPY RECEBREG.
       FD  PARAMETROS.
           COPY PARMCBREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-RECEBIMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST    PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-NUM-TITULO       PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-TITULO-SW    PIC X(01) VALUE 'N'.
           88 WRK-NUM-TITULO-VALIDO VALUE 'S'.
       77 WRK-PARCELA          PIC 9(02) VALUE ZEROS.
       77 WRK-PARCELA-SW       PIC X(01) VALUE 'N'.
           88 WRK-PARCELA-VALIDA VALUE 'S'.
       77 WRK-TIPO-DOC         PIC X(01) VALUE SPACES.
           88 WRK-TIPO-DOC-VALIDO VALUE 'F' 'E' 'A'.
       77 WRK-TITULO-SW        PIC X(01) VALUE 'N'.
           88 WRK-TITULO-ABERTO VALUE 'S'.
       77 WRK-VALOR-PAGO       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PAGO-SW    PIC X(01) VALUE 'N'.
           88 WRK-VALOR-PAGO-VALIDO VALUE 'S'.
       77 WRK-SALDO-ED         PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DEVIDO           PIC 9(07)V99 VALUE ZEROS.
           COPY DUTILREG.
           COPY ENCARWRK.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB22' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O TITULOS.
           PERFORM LE-PARAMETROS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY 'NUMERO DA NF DO TITULO.. '
           PERFORM CAPTURA-NUM-TITULO UNTIL WRK-NUM-TITULO-VALIDO.
           DISPLAY 'TIPO (F-FATURA E-ENCARGOS A-ACORDO, '
                   'BRANCO = F).. '
           PERFORM CAPTURA-TIPO-DOC UNTIL WRK-TIPO-DOC-VALIDO.
           DISPLAY 'PARCELA (01 SE PAGAMENTO UNICO).. '
           PERFORM CAPTURA-PARCELA UNTIL WRK-PARCELA-VALIDA.
           IF WRK-PARCELA = ZEROS
               MOVE 01 TO WRK-PARCELA
           END-IF.
           MOVE WRK-TIPO-DOC   TO TIT-TIPO-DOC.
           MOVE WRK-NUM-TITULO TO TIT-NUMERO.
           MOVE WRK-PARCELA    TO TIT-PARCELA.
           READ TITULOS
               INVALID KEY
                   DISPLAY 'TITULO NAO ENCONTRADO'
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TIT-LIQUIDADO
                           DISPLAY 'TITULO JA LIQUIDADO'
                       WHEN TIT-RENEGOCIADO
                           DISPLAY 'TITULO RENEGOCIADO NO ACORDO '
                                   TIT-ACORDO-REF ' - BAIXE AS '
                                   'PARCELAS DO ACORDO (TIPO A)'
                       WHEN TIT-BAIXADO-PERDA
                           DISPLAY 'TITULO BAIXADO POR PERDA - O '
                                   'PAGAMENTO SERA RECUPERACAO'
                           SET WRK-TITULO-ABERTO TO TRUE
                       WHEN OTHER
                           SET WRK-TITULO-ABERTO TO TRUE
                   END-EVALUATE
           END-READ.

           IF WRK-TITULO-ABERTO
               MOVE 'R' TO WRK-PER-AREA
               MOVE WRK-DATA-HOJE TO WRK-PER-DATA
               MOVE 'PROGCOB22' TO WRK-PER-PROGRAMA
               MOVE WRK-NUM-TITULO TO WRK-PER-REFERENCIA
               PERFORM VERIFICA-PERIODO
               IF NOT WRK-PER-FECHADO
                   PERFORM PROCESSA-PAGAMENTO
               END-IF
           END-IF.

           CLOSE TITULOS.
           GOBACK.

      *****************************************************
      * PROCESSA-PAGAMENTO - FATURA PAGA DEPOIS DO
      * VENCIMENTO COBRA MULTA E JUROS DE MORA (ROTINA
      * ENCARGOS, TAXAS DO PARMCOBR): O VALOR DEVIDO E
      * MOSTRADO ANTES DA DIGITACAO, O PAGAMENTO ABATE
      * PRIMEIRO O PRINCIPAL E O ENCARGO NAO PAGO VIRA
      * TITULO DE ENCARGOS (TIPO E), QUE NAO GERA NOVOS
      * ENCARGOS. TITULO BAIXADO POR PERDA NAO COBRA
      * ENCARGOS: O PAGAMENTO ABATE O SALDO PERDIDO COMO
      * RECUPERACAO E O TITULO CONTINUA BAIXADO POR PERDA
      *****************************************************
       PROCESSA-PAGAMENTO.
           MOVE TIT-DATA-VENCTO TO WRK-ENC-VENCTO.
           MOVE WRK-DATA-HOJE   TO WRK-ENC-DATA-PAGTO.
           MOVE TIT-SALDO       TO WRK-ENC-BASE.
           IF TIT-FATURA AND NOT TIT-BAIXADO-PERDA
               PERFORM CALCULA-ENCARGOS
           ELSE
               MOVE ZEROS TO WRK-ENC-DIAS-ATRASO
               MOVE ZEROS TO WRK-ENC-MULTA
               MOVE ZEROS TO WRK-ENC-JUROS
               MOVE ZEROS TO WRK-ENC-TOTAL
           END-IF.
           COMPUTE WRK-DEVIDO = TIT-SALDO + WRK-ENC-TOTAL.
           MOVE TIT-SALDO TO WRK-SALDO-ED.
           DISPLAY 'CLIENTE............ ' TIT-CLI-CODIGO.
           DISPLAY 'VENCIMENTO......... ' TIT-DATA-VENCTO.
           DISPLAY 'SALDO EM ABERTO.... ' WRK-SALDO-ED.
           IF WRK-ENC-TOTAL > 0
               DISPLAY 'DIAS DE ATRASO..... ' WRK-ENC-DIAS-ATRASO
               MOVE WRK-ENC-MULTA TO WRK-SALDO-ED
               DISPLAY 'MULTA.............. ' WRK-SALDO-ED
               MOVE WRK-ENC-JUROS TO WRK-SALDO-ED
               DISPLAY 'JUROS DE MORA...... ' WRK-SALDO-ED
               MOVE WRK-DEVIDO TO WRK-SALDO-ED
               DISPLAY 'TOTAL DEVIDO....... ' WRK-SALDO-ED
           END-IF.
           DISPLAY 'VALOR PAGO......... '
           PERFORM CAPTURA-VALOR-PAGO UNTIL WRK-VALOR-PAGO-VALIDO.
           IF WRK-VALOR-PAGO = 0 OR WRK-VALOR-PAGO > WRK-DEVIDO
               DISPLAY 'VALOR PAGO INVALIDO - MAIOR QUE O DEVIDO '
                       'OU ZERADO - BAIXA NAO REALIZADA'
           ELSE
               MOVE TIT-SALDO      TO WRK-ENC-SALDO
               MOVE WRK-VALOR-PAGO TO WRK-ENC-VALOR-PAGO
               IF TIT-FATURA AND NOT TIT-BAIXADO-PERDA
                   PERFORM REPARTE-PAGAMENTO
               ELSE
                   MOVE WRK-VALOR-PAGO TO WRK-ENC-PRINC-PAGO
                   MOVE ZEROS TO WRK-ENC-MULTA-PAGA
                   MOVE ZEROS TO WRK-ENC-JUROS-PAGO
                   MOVE ZEROS TO WRK-ENC-RESIDUAL
               END-IF
               SUBTRACT WRK-ENC-PRINC-PAGO FROM TIT-SALDO
               EVALUATE TRUE
                   WHEN TIT-BAIXADO-PERDA
                       MOVE TIT-SALDO TO WRK-SALDO-ED
                       DISPLAY 'RECUPERACAO REGISTRADA - SALDO '
                               'PERDIDO ' WRK-SALDO-ED
                   WHEN TIT-SALDO = 0
                       SET TIT-LIQUIDADO TO TRUE
                       DISPLAY 'TITULO LIQUIDADO'
                   WHEN OTHER
                       MOVE TIT-SALDO TO WRK-SALDO-ED
                       DISPLAY 'PAGAMENTO PARCIAL - SALDO RESTANTE '
                               WRK-SALDO-ED
               END-EVALUATE
               REWRITE TIT-REGISTRO
               PERFORM GRAVA-RECEBIMENTO
               PERFORM GRAVA-AUDITORIA
               IF WRK-ENC-RESIDUAL > 0
                   MOVE WRK-NUM-TITULO TO WRK-ENC-NUM-NF
                   MOVE WRK-PARCELA    TO WRK-ENC-PARCELA
                   MOVE TIT-CLI-CODIGO TO WRK-ENC-CLIENTE
                   PERFORM GRAVA-TITULO-ENCARGO
                   MOVE WRK-ENC-RESIDUAL TO WRK-SALDO-ED
                   DISPLAY 'ENCARGOS NAO PAGOS LANCADOS NO TITULO '
                           'DE ENCARGOS - ' WRK-SALDO-ED
               END-IF
           END-IF.

      *****************************************************
      * LE-PARAMETROS - SEM O ARQUIVO DE PARAMETROS DE
      * COBRANCA (OU COM AS TAXAS EM BRANCO) VALEM OS
      * PADROES DA ENCARWRK
      *****************************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PCB-PERC-MULTA IS NUMERIC
                          AND PCB-JUROS-MES IS NUMERIC
                           MOVE PCB-PERC-MULTA TO WRK-ENC-PERC-MULTA
                           MOVE PCB-JUROS-MES  TO WRK-ENC-JUROS-MES
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       CAPTURA-TIPO-DOC.
           ACCEPT WRK-TIPO-DOC.
           IF WRK-TIPO-DOC = SPACE
               MOVE 'F' TO WRK-TIPO-DOC
           END-IF.
           IF NOT WRK-TIPO-DOC-VALIDO
               DISPLAY 'TIPO INVALIDO - DIGITE F, E OU A'
           END-IF.

       GRAVA-RECEBIMENTO.
           MOVE WRK-NUM-TITULO  TO RCB-NUM-NF.
           MOVE TIT-CLI-CODIGO  TO RCB-CLI-CODIGO.
           MOVE WRK-DATA-HOJE   TO RCB-DATA.
           MOVE WRK-ENC-PRINC-PAGO TO RCB-VALOR.
           IF TIT-SALDO = 0
               SET RCB-TOTAL TO TRUE
           ELSE
               SET RCB-PARCIAL TO TRUE
           END-IF.
           MOVE TIT-DATA-VENCTO TO RCB-DATA-VENCTO.
           MOVE WRK-PARCELA     TO RCB-PARCELA.
           MOVE WRK-TIPO-DOC    TO RCB-TIPO-DOC.
           MOVE WRK-ENC-MULTA-PAGA TO RCB-VALOR-MULTA.
           MOVE WRK-ENC-JUROS-PAGO TO RCB-VALOR-JUROS.
           IF TIT-BAIXADO-PERDA
               SET RCB-RECUPERACAO TO TRUE
           ELSE
               MOVE SPACE TO RCB-ORIGEM
           END-IF.
           OPEN EXTEND RECEBIMENTOS.
           WRITE RCB-REGISTRO.
           CLOSE RECEBIMENTOS.
           MOVE 'PROGCOB22' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'PAGAMENTO NF=' WRK-NUM-TITULO '/' WRK-PARCELA
               ' VALOR=' WRK-VALOR-PAGO
               ' SALDO=' TIT-SALDO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-CAMPO     BY WRK-NUM-TITULO
               VALIDNUM-CHAVE-SW  BY WRK-NUM-TITULO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PARCELA
               VALIDNUM-CAMPO     BY WRK-PARCELA
               VALIDNUM-CHAVE-SW  BY WRK-PARCELA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR-PAGO
               VALIDNUM-CAMPO     BY WRK-VALOR-PAGO
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-PAGO-SW.

           COPY ENCARGOS.

           COPY VERIFPER.
