      * DEBITOS DEVOLVIDOS TAMBEM FECHAM O PERIODO; O
      * DEBITO DEVOLVIDO PASSOU A SER REGISTRADO NA
      * TRILHA DE AUDITORIA
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CADASTRO DE CONTAS - A SITUACAO DA
      * CONTA E VERIFICADA NA QUEBRA (ROTINA VERIFCTA); CONTA
      * BLOQUEADA, ENCERRADA OU NAO ABERTA TEM TODO MOVIMENTO
      * DEVOLVIDO (DEBITO OU CREDITO) COM O MOTIVO PROPRIO E
      * NAO CORRE JUROS; O SALDO-CONTROLE SO E CRIADO PELO
      * MOVIMENTO ENQUANTO NAO HOUVER ARQUIVO CONTAS; O
      * LANCAMENTO EFETIVADO ATUALIZA O ULTIMO MOVIMENTO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DEVOLVIDOS ASSIGN TO "DEVOLVID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVOLVIDOS-ST.
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WRK-CONTAS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
       01  RAZ-LINHA PIC X(80).
       FD  DEVOLVIDOS.
           COPY DEVOLREG.
       FD  CONTAS.
           COPY CONTAREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
       77 WRK-DEVOLVIDOS-ST     PIC X(02) VALUE SPACES.
       77 WRK-QTD-DEVOLVIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-PREVISTO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO-DEVOL      PIC X(02) VALUE SPACES.
       77 WRK-DESCR-DEVOL       PIC X(20) VALUE SPACES.
       77 WRK-QTD-ED            PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-AUDITORIA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
           COPY DUTILREG.
       77 WRK-JUROS-DIA-VALOR   PIC S9(06)V99 VALUE ZEROS.
       77 WRK-JUROS-DIA-ED      PIC -ZZZ.ZZ9,99 VALUE ZEROS.
           COPY CONTAWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB06' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           PERFORM ABRE-ARQUIVOS.
           IF WRK-MOVIMENTOS-STATUS = '00'
               PERFORM LER-MOVIMENTO
              OR WRK-PRIMEIRA-CONTA = 'S'
               PERFORM TROCA-CONTA
           END-IF.
           IF WRK-VCT-LIBERADA
               PERFORM LANCA-MOVIMENTO
           ELSE
               MOVE WRK-VCT-MOTIVO    TO WRK-MOTIVO-DEVOL
               MOVE WRK-VCT-DESCRICAO TO WRK-DESCR-DEVOL
               PERFORM DEVOLVE-MOVIMENTO
           END-IF.
           PERFORM LER-MOVIMENTO.

       LANCA-MOVIMENTO.
           PERFORM CALCULA-DIAS-JUROS.
           IF SLD-SALDO < 0 AND WRK-DIAS-JUROS > 0
               PERFORM APLICA-JUROS-PERIODO
               REWRITE SLD-REGISTRO
               PERFORM GRAVA-LANCAMENTO-RAZAO
               PERFORM GRAVA-AUDITORIA
               PERFORM REGISTRA-ULTIMO-MOVIMENTO
           END-IF.

       REGISTRA-ULTIMO-MOVIMENTO.
           MOVE MOV-CONTA TO WRK-VCT-CONTA.
           MOVE MOV-DATA  TO WRK-VCT-DATA.
           PERFORM REGISTRA-MOVIMENTO-CONTA.

      *****************************************************
      * CALCULA-DIAS-JUROS - DIAS CORRIDOS ENTRE A DATA DO
                   PERFORM APLICA-TAXA-CHEQUE-ESPECIAL
               END-IF
               PERFORM GRAVA-AUDITORIA
               PERFORM REGISTRA-ULTIMO-MOVIMENTO
           END-IF.

       DEVOLVE-DEBITO.
           MOVE '01' TO WRK-MOTIVO-DEVOL.
           MOVE 'SEM LIMITE' TO WRK-DESCR-DEVOL.
           PERFORM DEVOLVE-MOVIMENTO.

      *****************************************************
      * DEVOLVE-MOVIMENTO - MOVIMENTO NAO LANCADO VAI PARA
      * O DEVOLVID COM O MOTIVO E O TIPO (DEBITO/CREDITO),
      * APARECE NO RAZAO E NA TRILHA DE AUDITORIA
      *****************************************************
       DEVOLVE-MOVIMENTO.
           ADD 1 TO WRK-QTD-DEVOLVIDOS.
           MOVE MOV-CONTA        TO DVL-CONTA.
           MOVE MOV-DATA         TO DVL-DATA.
           MOVE MOV-VALOR        TO DVL-VALOR.
           MOVE WRK-MOTIVO-DEVOL TO DVL-MOTIVO.
           MOVE MOV-HISTORICO    TO DVL-HISTORICO.
           MOVE MOV-DOCUMENTO    TO DVL-DOCUMENTO.
           MOVE MOV-TIPO         TO DVL-TIPO.
           OPEN EXTEND DEVOLVIDOS.
           WRITE DVL-REGISTRO.
           CLOSE DEVOLVIDOS.
           MOVE MOV-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO RAZ-LINHA.
           IF MOV-DEBITO
               STRING MOV-DATA ' ' MOV-DOCUMENTO ' '
                   MOV-HISTORICO
                   ' DEBITO  ' WRK-VALOR-ED
                   ' DEVOLVIDO MOTIVO ' WRK-MOTIVO-DEVOL
                   DELIMITED BY SIZE INTO RAZ-LINHA
               DISPLAY 'DEBITO DEVOLVIDO - CONTA ' MOV-CONTA
                       ' - ' WRK-DESCR-DEVOL
           ELSE
               STRING MOV-DATA ' ' MOV-DOCUMENTO ' '
                   MOV-HISTORICO
                   ' CREDITO ' WRK-VALOR-ED
                   ' DEVOLVIDO MOTIVO ' WRK-MOTIVO-DEVOL
                   DELIMITED BY SIZE INTO RAZ-LINHA
               DISPLAY 'CREDITO DEVOLVIDO - CONTA ' MOV-CONTA
                       ' - ' WRK-DESCR-DEVOL
           END-IF.
           WRITE RAZ-LINHA.
           PERFORM GRAVA-AUDITORIA-DEVOLUCAO.

       GRAVA-AUDITORIA-DEVOLUCAO.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'DEVOLVIDO CONTA=' MOV-CONTA
               ' VALOR=' MOV-VALOR ' MOTIVO=' WRK-MOTIVO-DEVOL
               ' TIPO=' MOV-TIPO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
           MOVE ALL '-' TO RAZ-LINHA.
           WRITE RAZ-LINHA.
           MOVE SPACES TO RAZ-LINHA.
           STRING 'MOVIMENTOS DEVOLVIDOS NA EXECUCAO.. '
               WRK-QTD-ED
               DELIMITED BY SIZE INTO RAZ-LINHA.
           WRITE RAZ-LINHA.
           DISPLAY 'MOVIMENTOS DEVOLVIDOS NA EXECUCAO.. '
                   WRK-QTD-ED.

      *****************************************************
      * TROCA-CONTA - QUEBRA DO RAZAO POR CONTA: VERIFICA A
      * SITUACAO DA CONTA NO CADASTRO DE CONTAS; LIBERADA,
      * POSICIONA (OU CRIA) O SALDO DA CONTA DO MOVIMENTO E
      * IMPRIME O CABECALHO DA CONTA NO RAZAO
      *****************************************************
       TROCA-CONTA.
           MOVE MOV-CONTA TO WRK-CONTA-QUEBRA.
           MOVE 'N' TO WRK-PRIMEIRA-CONTA.
           MOVE ZEROS TO WRK-DATA-MOV-ANTERIOR.
           MOVE MOV-CONTA TO WRK-VCT-CONTA.
           PERFORM VERIFICA-CONTA.
           IF WRK-VCT-LIBERADA
               PERFORM POSICIONA-SALDO-CONTA
           ELSE
               MOVE ALL '-' TO RAZ-LINHA
               WRITE RAZ-LINHA
               MOVE SPACES TO RAZ-LINHA
               STRING 'CONTA ' MOV-CONTA
                      '   ' WRK-VCT-DESCRICAO
                      ' - MOVIMENTOS DEVOLVIDOS'
                   DELIMITED BY SIZE INTO RAZ-LINHA
               WRITE RAZ-LINHA
           END-IF.

       POSICIONA-SALDO-CONTA.
           MOVE MOV-CONTA TO SLD-CONTA.
           READ SALDO-CONTROLE
               INVALID KEY
           STRING 'CONTA=' MOV-CONTA ' TIPO=' MOV-TIPO
               ' VALOR=' MOV-VALOR ' SALDO=' SLD-SALDO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VERIFCTA.
