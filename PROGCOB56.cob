      * SEQUENCIA DA REMESSA E CONFERIDO NO REGISTRO DE
      * INTERCAMBIO (INTERCAM): SEQUENCIA JA PROCESSADA E
      * RECUSADA E A REMESSA CR E MARCADA RETORNADA
      * 2026-10-15 LC  A BAIXA PASSA A SER POR NF E PARCELA
      * DO RETORNO (PARCELA EM BRANCO OU ZERO = 01), COM A
      * PARCELA NO RECEBIMENTO E NAS LINHAS DO RELATORIO
      * 2026-10-15 LC  BAIXA COM MULTA E JUROS DE MORA;
      * ENCARGO NAO PAGO GERA TITULO DE ENCARGOS
      * 2026-10-15 LC  LIQUIDACAO DE TITULO BAIXADO POR PERDA
      * E GRAVADA COMO RECUPERACAO, SEM ENCARGOS, COM TOTAL
      * PROPRIO NO RELATORIO
      * 2026-10-15 LC  LIQUIDACAO PAGA EM COMPETENCIA FECHADA
      * PARA O CONTAS A RECEBER NO PERIODOS NAO E BAIXADA -
      * RELATADA E REGISTRADA NA TRILHA DE AUDITORIA (ROTINA
      * VERIFPER)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      * 2026-10-15 LC  LIQUIDACAO DE TITULO RENEGOCIADO (COM O
      * NUMERO DO ACORDO) OU CANCELADO E SO RELATADA, SEM
      * BAIXAR O TITULO, COMO NA BAIXA MANUAL DO PROGCOB22
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECEBIMENTOS ASSIGN TO "RECEBTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEBIMENTOS-ST.
           SELECT PARAMETROS ASSIGN TO "PARMCOBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
           SELECT RELATORIO ASSIGN TO "RELRETCB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
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
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  INTERCAMBIO.
           COPY INTCBREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-RECEBIMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-QTD-CONFIRMADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-ORIGEM   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PER-FECHADO  PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-BAIXA      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARCELA          PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-BAIXADO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SOMA-ENCARGOS    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-RECUPERADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-RECUPERADO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SOMA-RESIDUAL    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ENCARGOS   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-TOT-ED     PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-INTERCAMBIO-ST   PIC X(02) VALUE SPACES.
       77 WRK-SEQUENCIA        PIC 9(06) VALUE ZEROS.
       77 WRK-SEQUENCIA-SW     PIC X(01) VALUE 'N'.
       77 WRK-JA-PROCESSADO-SW PIC X(01) VALUE 'N'.
           88 WRK-JA-PROCESSADO VALUE 'S'.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
           COPY ENCARWRK.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB56' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS.
           DISPLAY 'IDENTIFICACAO DO RETORNO (SEQUENCIA DA '
                   'REMESSA).. '
           PERFORM CAPTURA-SEQUENCIA UNTIL WRK-SEQUENCIA-VALIDA.

       PROCESSA-RETORNO.
           IF RTC-TIPO = '1'
               IF RTC-PARCELA IS NUMERIC AND RTC-PARCELA > ZEROS
                   MOVE RTC-PARCELA TO WRK-PARCELA
               ELSE
                   MOVE 01 TO WRK-PARCELA
               END-IF
               EVALUATE TRUE
                   WHEN RTC-LIQUIDADO
                       PERFORM VERIFICA-PERIODO-PAGTO
                       IF NOT WRK-PER-FECHADO
                           PERFORM BAIXA-TITULO
                       END-IF
                   WHEN RTC-CONFIRMADO
                       ADD 1 TO WRK-QTD-CONFIRMADOS
                   WHEN OTHER
      * BAIXA-TITULO - BAIXA AUTOMATICA DA LIQUIDACAO:
      * ABATE O VALOR PAGO DO SALDO (LIMITADO AO SALDO),
      * LIQUIDA O TITULO QUANDO CHEGA A ZERO E GRAVA O
      * RECEBIMENTO, COMO FARIA A BAIXA MANUAL DO PROGCOB22;
      * PAGO EM ATRASO, O QUE EXCEDE O PRINCIPAL QUITA MULTA
      * E JUROS (ROTINA ENCARGOS) E O ENCARGO NAO COBERTO
      * VIRA TITULO DE ENCARGOS; O EXCESSO E RELATADO
      *****************************************************
       BAIXA-TITULO.
           SET TIT-FATURA TO TRUE.
           MOVE RTC-NUM-NF TO TIT-NUMERO.
           MOVE WRK-PARCELA TO TIT-PARCELA.
           READ TITULOS
               INVALID KEY
                   PERFORM REPORTA-SEM-ORIGEM
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TIT-LIQUIDADO
                           PERFORM REPORTA-JA-LIQUIDADO
                       WHEN TIT-RENEGOCIADO
                           PERFORM REPORTA-RENEGOCIADO
                       WHEN TIT-CANCELADO
                           PERFORM REPORTA-CANCELADO
                       WHEN TIT-BAIXADO-PERDA
                           PERFORM EFETIVA-RECUPERACAO
                       WHEN OTHER
                           PERFORM EFETIVA-BAIXA
                   END-EVALUATE
           END-READ.

       EFETIVA-BAIXA.
           MOVE TIT-DATA-VENCTO TO WRK-ENC-VENCTO.
           MOVE RTC-DATA-PAGTO  TO WRK-ENC-DATA-PAGTO.
           MOVE TIT-SALDO       TO WRK-ENC-SALDO.
           MOVE RTC-VALOR-PAGO  TO WRK-ENC-VALOR-PAGO.
           PERFORM REPARTE-PAGAMENTO.
           MOVE WRK-ENC-PRINC-PAGO TO WRK-VALOR-BAIXA.
           COMPUTE WRK-VALOR-ENCARGOS =
               WRK-ENC-MULTA-PAGA + WRK-ENC-JUROS-PAGO.
           ADD WRK-VALOR-ENCARGOS TO WRK-SOMA-ENCARGOS.
           SUBTRACT WRK-VALOR-BAIXA FROM TIT-SALDO.
           IF TIT-SALDO = 0
               SET TIT-LIQUIDADO TO TRUE
           ADD WRK-VALOR-BAIXA TO WRK-SOMA-BAIXADO.
           PERFORM GRAVA-RECEBIMENTO.
           MOVE SPACES TO REL-LINHA.
           STRING 'NF ' RTC-NUM-NF '/' WRK-PARCELA
                  ' BAIXADO ' WRK-VALOR-BAIXA
                  ' SALDO ' TIT-SALDO
                  ' ENCARGOS ' WRK-VALOR-ENCARGOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-ENC-RESIDUAL > 0
               ADD WRK-ENC-RESIDUAL TO WRK-SOMA-RESIDUAL
               MOVE RTC-NUM-NF     TO WRK-ENC-NUM-NF
               MOVE WRK-PARCELA    TO WRK-ENC-PARCELA
               MOVE TIT-CLI-CODIGO TO WRK-ENC-CLIENTE
               PERFORM GRAVA-TITULO-ENCARGO
               MOVE SPACES TO REL-LINHA
               STRING '   ENCARGOS NAO PAGOS ' WRK-ENC-RESIDUAL
                      ' - LANCADOS NO TITULO DE ENCARGOS'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF WRK-ENC-EXCESSO > 0
               MOVE SPACES TO REL-LINHA
               STRING '   PAGO A MAIOR ' WRK-ENC-EXCESSO
                      ' - VERIFICAR DEVOLUCAO AO CLIENTE'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

      *****************************************************
      * EFETIVA-RECUPERACAO - TITULO BAIXADO POR PERDA PAGO
      * NO BANCO: SEM ENCARGOS, O VALOR (LIMITADO AO SALDO
      * PERDIDO) ABATE O SALDO, O TITULO CONTINUA BAIXADO
      * POR PERDA E O RECEBIMENTO E GRAVADO COMO RECUPERACAO
      *****************************************************
       EFETIVA-RECUPERACAO.
           MOVE ZEROS TO WRK-ENC-MULTA-PAGA.
           MOVE ZEROS TO WRK-ENC-JUROS-PAGO.
           MOVE ZEROS TO WRK-ENC-EXCESSO.
           IF RTC-VALOR-PAGO > TIT-SALDO
               MOVE TIT-SALDO TO WRK-VALOR-BAIXA
               COMPUTE WRK-ENC-EXCESSO =
                   RTC-VALOR-PAGO - TIT-SALDO
           ELSE
               MOVE RTC-VALOR-PAGO TO WRK-VALOR-BAIXA
           END-IF.
           SUBTRACT WRK-VALOR-BAIXA FROM TIT-SALDO.
           REWRITE TIT-REGISTRO.
           ADD 1 TO WRK-QTD-BAIXADOS.
           ADD WRK-VALOR-BAIXA TO WRK-SOMA-BAIXADO.
           ADD 1 TO WRK-QTD-RECUPERADOS.
           ADD WRK-VALOR-BAIXA TO WRK-SOMA-RECUPERADO.
           PERFORM GRAVA-RECEBIMENTO.
           MOVE SPACES TO REL-LINHA.
           STRING 'NF ' RTC-NUM-NF '/' WRK-PARCELA
                  ' RECUPERADO ' WRK-VALOR-BAIXA
                  ' SALDO PERDIDO ' TIT-SALDO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-ENC-EXCESSO > 0
               MOVE SPACES TO REL-LINHA
               STRING '   PAGO A MAIOR ' WRK-ENC-EXCESSO
                      ' - VERIFICAR DEVOLUCAO AO CLIENTE'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       GRAVA-RECEBIMENTO.
           MOVE RTC-NUM-NF      TO RCB-NUM-NF.
               SET RCB-PARCIAL TO TRUE
           END-IF.
           MOVE TIT-DATA-VENCTO TO RCB-DATA-VENCTO.
           MOVE WRK-PARCELA     TO RCB-PARCELA.
           MOVE TIT-TIPO-DOC    TO RCB-TIPO-DOC.
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

      *****************************************************
      * VERIFICA-PERIODO-PAGTO - O RECEBIMENTO E GRAVADO COM
      * A DATA DO PAGAMENTO NO BANCO; COMPETENCIA FECHADA
      * PARA O CONTAS A RECEBER NO PERIODOS NAO BAIXA O
      * TITULO E O DETALHE E RELATADO PARA BAIXA MANUAL
      *****************************************************
       VERIFICA-PERIODO-PAGTO.
           MOVE 'R' TO WRK-PER-AREA.
           MOVE RTC-DATA-PAGTO TO WRK-PER-DATA.
           MOVE 'PROGCOB56' TO WRK-PER-PROGRAMA.
           MOVE RTC-NUM-NF TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               ADD 1 TO WRK-QTD-PER-FECHADO
               MOVE SPACES TO REL-LINHA
               STRING 'NF ' RTC-NUM-NF '/' WRK-PARCELA
                      ' PAGO EM ' RTC-DATA-PAGTO
                      ' COMPETENCIA FECHADA - NAO BAIXADO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       REPORTA-SEM-ORIGEM.
           ADD 1 TO WRK-QTD-SEM-ORIGEM.
           MOVE SPACES TO REL-LINHA.
           STRING 'NF ' RTC-NUM-NF '/' WRK-PARCELA
                  ' SEM TITULO DE ORIGEM - NAO BAIXADO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       REPORTA-JA-LIQUIDADO.
           ADD 1 TO WRK-QTD-SEM-ORIGEM.
           MOVE SPACES TO REL-LINHA.
           STRING 'NF ' RTC-NUM-NF '/' WRK-PARCELA
                  ' TITULO JA LIQUIDADO - NAO BAIXADO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       REPORTA-RENEGOCIADO.
           ADD 1 TO WRK-QTD-SEM-ORIGEM.
           MOVE SPACES TO REL-LINHA.
           STRING 'NF ' RTC-NUM-NF '/' WRK-PARCELA
                  ' RENEGOCIADO NO ACORDO ' TIT-ACORDO-REF
                  ' - NAO BAIXADO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       REPORTA-CANCELADO.
           ADD 1 TO WRK-QTD-SEM-ORIGEM.
           MOVE SPACES TO REL-LINHA.
           STRING 'NF ' RTC-NUM-NF '/' WRK-PARCELA
                  ' TITULO CANCELADO - NAO BAIXADO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       REPORTA-OCORRENCIA.
           ADD 1 TO WRK-QTD-OCORRENCIAS.
           MOVE SPACES TO REL-LINHA.
           STRING 'NF ' RTC-NUM-NF '/' WRK-PARCELA
                  ' OCORRENCIA ' RTC-OCORRENCIA
                  ' ' RTC-MOTIVO
               DELIMITED BY SIZE INTO REL-LINHA.
           STRING 'SEM TITULO DE ORIGEM... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PER-FECHADO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'EM PERIODO FECHADO..... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SOMA-ENCARGOS TO WRK-VALOR-TOT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENCARGOS RECEBIDOS..... ' WRK-VALOR-TOT-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SOMA-RESIDUAL TO WRK-VALOR-TOT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENCARGOS NAO PAGOS..... ' WRK-VALOR-TOT-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-RECUPERADOS TO WRK-QTD-ED.
           MOVE WRK-SOMA-RECUPERADO TO WRK-VALOR-TOT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECUPERACOES DE PERDA.. ' WRK-QTD-ED
                  ' ' WRK-VALOR-TOT-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

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

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           STRING 'RETORNO COBRANCA BAIXADOS=' WRK-QTD-BAIXADOS
               ' SOMA=' WRK-SOMA-BAIXADO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-SEQUENCIA
               VALIDNUM-CAMPO     BY WRK-SEQUENCIA
               VALIDNUM-CHAVE-SW  BY WRK-SEQUENCIA-SW.
           COPY ENCARGOS.

           COPY VERIFPER.
