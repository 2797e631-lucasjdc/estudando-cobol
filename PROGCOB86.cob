      * TENTATIVA); OPCAO 3 E A PREVIA DOS DEBITOS DOS
      * PROXIMOS 7 DIAS PARA A GESTAO DE CAIXA
      * DATA 2026-09-02
      * 2026-10-15 LC  LANCAMENTO DO DIA RECUSADO COM A DATA DE
      * HOJE EM COMPETENCIA FECHADA PARA O RAZAO DE CONTAS NO
      * PERIODOS (ROTINA VERIFPER, COM REGISTRO NA TRILHA DE
      * AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CADASTRO DE CONTAS (ROTINA VERIFCTA) -
      * AGENDAMENTO RECUSADO EM CONTA BLOQUEADA, ENCERRADA OU
      * NAO ABERTA; NO LANCAMENTO DO DIA O DEBITO DESSAS
      * CONTAS E DEVOLVIDO COM O MOTIVO PROPRIO, O DA CONTA
      * ENCERRADA CANCELA O AGENDAMENTO E OS DEMAIS FICAM PARA
      * NOVA TENTATIVA; O LANCADO ATUALIZA O ULTIMO MOVIMENTO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WRK-CONTAS-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  CONTAS.
           COPY CONTAREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
           02 WRK-HOJE-DIA PIC 9(02).
       77 WRK-DATA-EFETIVA     PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-PREVISTO   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO-DEVOL     PIC X(02) VALUE SPACES.
       77 WRK-DESCR-DEVOL      PIC X(20) VALUE SPACES.
       77 WRK-QTD-LANCADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS   PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-PROXIMA.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
           COPY PERIOWRK.
           COPY CONTAWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB86' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
               + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O AGENDAMENTOS.
           IF WRK-AGENDAMENTOS-ST NOT = '00'
               CLOSE AGENDAMENTOS
               WHEN 1
                   PERFORM INCLUI-AGENDAMENTO
               WHEN 2
                   MOVE 'C' TO WRK-PER-AREA
                   MOVE WRK-DATA-HOJE TO WRK-PER-DATA
                   MOVE 'PROGCOB86' TO WRK-PER-PROGRAMA
                   MOVE 'AGENDADOS' TO WRK-PER-REFERENCIA
                   PERFORM VERIFICA-PERIODO
                   IF NOT WRK-PER-FECHADO
                       PERFORM LANCA-DO-DIA
                   END-IF
               WHEN 3
                   PERFORM PREVIA-SETE-DIAS
               WHEN 4
           CLOSE AGENDAMENTOS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 3
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2
                   SET ACE-ALTERAR TO TRUE
               WHEN 4
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       INCLUI-AGENDAMENTO.
           OPEN INPUT SALDO-CONTROLE.
           DISPLAY 'CONTA.............. '
                   DISPLAY 'CONTA SEM SALDO-CONTROLE - '
                           'AGENDAMENTO RECUSADO'
               NOT INVALID KEY
                   PERFORM VERIFICA-CONTA-AGENDAMENTO
           END-READ.
           CLOSE SALDO-CONTROLE.

       VERIFICA-CONTA-AGENDAMENTO.
           MOVE WRK-CONTA TO WRK-VCT-CONTA.
           PERFORM VERIFICA-CONTA.
           IF WRK-VCT-LIBERADA
               PERFORM GRAVA-AGENDAMENTO
           ELSE
               DISPLAY WRK-VCT-DESCRICAO
                       ' - AGENDAMENTO RECUSADO'
           END-IF.

       GRAVA-AGENDAMENTO.
           DISPLAY 'VALOR.............. '
           PERFORM CAPTURA-VALOR UNTIL WRK-VALOR-VALIDO.
           END-IF.

       POSTA-AGENDAMENTO.
           MOVE AGP-CONTA TO WRK-VCT-CONTA.
           PERFORM VERIFICA-CONTA.
           IF WRK-VCT-LIBERADA
               PERFORM POSTA-CONTA-LIBERADA
           ELSE
               MOVE WRK-VCT-MOTIVO    TO WRK-MOTIVO-DEVOL
               MOVE WRK-VCT-DESCRICAO TO WRK-DESCR-DEVOL
               PERFORM DEVOLVE-AGENDADO
               IF WRK-VCT-ENCERRADA
                   SET AGP-CANCELADO TO TRUE
                   REWRITE AGP-REGISTRO
                   MOVE SPACES TO REL-LINHA
                   STRING '   AGENDAMENTO ' AGP-CONTA '/' AGP-SEQ
                          ' CANCELADO - CONTA ENCERRADA'
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-IF.

       POSTA-CONTA-LIBERADA.
           MOVE AGP-CONTA TO SLD-CONTA.
           READ SALDO-CONTROLE
               INVALID KEY
                   MOVE '01' TO WRK-MOTIVO-DEVOL
                   MOVE 'SEM LIMITE' TO WRK-DESCR-DEVOL
                   PERFORM DEVOLVE-AGENDADO
               NOT INVALID KEY
                   PERFORM POSTA-COM-LIMITE
       POSTA-COM-LIMITE.
           COMPUTE WRK-SALDO-PREVISTO = SLD-SALDO - AGP-VALOR.
           IF WRK-SALDO-PREVISTO < (0 - SLD-LIMITE)
               MOVE '01' TO WRK-MOTIVO-DEVOL
               MOVE 'SEM LIMITE' TO WRK-DESCR-DEVOL
               PERFORM DEVOLVE-AGENDADO
           ELSE
               SUBTRACT AGP-VALOR FROM SLD-SALDO
               REWRITE SLD-REGISTRO
               PERFORM GRAVA-MOVIMENTO-AGENDADO
               MOVE AGP-CONTA     TO WRK-VCT-CONTA
               MOVE WRK-DATA-HOJE TO WRK-VCT-DATA
               PERFORM REGISTRA-MOVIMENTO-CONTA
               ADD 1 TO WRK-QTD-LANCADOS
               PERFORM AVANCA-RECORRENCIA
               MOVE AGP-VALOR TO WRK-VALOR-ED
           MOVE AGP-CONTA     TO DVL-CONTA.
           MOVE WRK-DATA-HOJE TO DVL-DATA.
           MOVE AGP-VALOR     TO DVL-VALOR.
           MOVE WRK-MOTIVO-DEVOL TO DVL-MOTIVO.
           MOVE AGP-HISTORICO TO DVL-HISTORICO.
           MOVE 'AGENDADO'    TO DVL-DOCUMENTO.
           SET DVL-DEBITO     TO TRUE.
           OPEN EXTEND DEVOLVIDOS.
           WRITE DVL-REGISTRO.
           CLOSE DEVOLVIDOS.
           STRING 'DEVOLVIDO CONTA ' AGP-CONTA
                  ' ' AGP-HISTORICO
                  ' ' WRK-VALOR-ED
                  ' ' WRK-DESCR-DEVOL
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

               ' LANCADOS=' WRK-QTD-LANCADOS
               ' DEVOLVIDOS=' WRK-QTD-DEVOLVIDOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-SEQ
               VALIDNUM-CAMPO     BY WRK-SEQ
               VALIDNUM-CHAVE-SW  BY WRK-SEQ-SW.

           COPY VERIFPER.

           COPY VERIFCTA.
