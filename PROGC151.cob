       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC151.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: TALOES E CHEQUES DAS CONTAS DO RAZAO -
      * OPCAO 1 EMITE UM TALAO PARA A CONTA (FAIXA DE
      * NUMEROS SEGUINTE A DO ULTIMO TALAO, UMA FOLHA EMITIDA
      * POR CHEQUE NO CHEQUES); 2 SUSTA UM CHEQUE AINDA NAO
      * PAGO, COM O MOTIVO DO CORRENTISTA; 3 REVOGA A
      * SUSTACAO; 4 CONSULTA OS CHEQUES DA CONTA. SO CONTA
      * LIBERADA NO CADASTRO DE CONTAS (ROTINA VERIFCTA)
      * RECEBE TALAO; TODA ALTERACAO VAI PARA A TRILHA DE
      * AUDITORIA. A COMPENSACAO E O PROGC152
      * DATA 2026-10-15
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TALOES ASSIGN TO "TALOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAL-CHAVE
               FILE STATUS IS WRK-TALOES-ST.
           SELECT CHEQUES ASSIGN TO "CHEQUES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WRK-CHEQUES-ST.
           SELECT SALDO-CONTROLE ASSIGN TO "SALDOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLD-CONTA
               FILE STATUS IS WRK-SALDO-STATUS.
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WRK-CONTAS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TALOES.
           COPY TALAOREG.
       FD  CHEQUES.
           COPY CHEQREG.
       FD  SALDO-CONTROLE.
           COPY SALDOREG.
       FD  CONTAS.
           COPY CONTAREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-TALOES-ST        PIC X(02) VALUE SPACES.
       77 WRK-CHEQUES-ST       PIC X(02) VALUE SPACES.
       77 WRK-SALDO-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-CONTA            PIC 9(06) VALUE ZEROS.
       77 WRK-CONTA-SW         PIC X(01) VALUE 'N'.
           88 WRK-CONTA-VALIDA VALUE 'S'.
       77 WRK-NUMERO           PIC 9(06) VALUE ZEROS.
       77 WRK-NUMERO-SW        PIC X(01) VALUE 'N'.
           88 WRK-NUMERO-VALIDO VALUE 'S'.
       77 WRK-QTD-FOLHAS       PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FOLHAS-SW    PIC X(01) VALUE 'N'.
           88 WRK-QTD-FOLHAS-VALIDA VALUE 'S'.
       77 WRK-FOLHAS-PADRAO    PIC 9(03) VALUE 20.
       77 WRK-FOLHAS-MAXIMO    PIC 9(03) VALUE 50.
       77 WRK-PROXIMO-SEQ      PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO    PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-INICIAL      PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-FINAL        PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-FOLHA        PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
       77 WRK-ACAO             PIC X(12) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-QTD-LISTADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-DESCR-STATUS     PIC X(10) VALUE SPACES.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY CONTAWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC151' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'TALOES E CHEQUES'.
           DISPLAY '1-EMITIR TALAO 2-SUSTAR CHEQUE'.
           DISPLAY '3-REVOGAR SUSTACAO 4-CONSULTAR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           IF WRK-OPCAO < 1 OR WRK-OPCAO > 4
               DISPLAY 'OPCAO INVALIDA'
               GOBACK
           END-IF.
           DISPLAY 'CONTA.............. '.
           PERFORM CAPTURA-CONTA UNTIL WRK-CONTA-VALIDA.
           OPEN I-O CHEQUES.
           IF WRK-CHEQUES-ST NOT = '00'
               CLOSE CHEQUES
               OPEN OUTPUT CHEQUES
               CLOSE CHEQUES
               OPEN I-O CHEQUES
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM EMITE-TALAO
               WHEN 2
                   PERFORM SUSTA-CHEQUE
               WHEN 3
                   PERFORM REVOGA-SUSTACAO
               WHEN 4
                   PERFORM CONSULTA-CHEQUES
           END-EVALUATE.
           CLOSE CHEQUES.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 4
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2 WHEN 3
                   SET ACE-ALTERAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * EMITE-TALAO - A CONTA PRECISA TER SALDO-CONTROLE E
      * ESTAR LIBERADA NO CADASTRO DE CONTAS; O TALAO NOVO
      * CONTINUA A NUMERACAO DO ULTIMO TALAO DA CONTA
      *****************************************************
       EMITE-TALAO.
           OPEN INPUT SALDO-CONTROLE.
           MOVE WRK-CONTA TO SLD-CONTA.
           READ SALDO-CONTROLE
               INVALID KEY
                   CONTINUE
           END-READ.
           CLOSE SALDO-CONTROLE.
           IF WRK-SALDO-STATUS NOT = '00'
               DISPLAY 'CONTA SEM SALDO-CONTROLE - TALAO RECUSADO'
           ELSE
               MOVE WRK-CONTA TO WRK-VCT-CONTA
               PERFORM VERIFICA-CONTA
               IF WRK-VCT-LIBERADA
                   PERFORM GRAVA-TALAO
               ELSE
                   DISPLAY WRK-VCT-DESCRICAO ' - TALAO RECUSADO'
               END-IF
           END-IF.

       GRAVA-TALAO.
           DISPLAY 'QUANTIDADE DE FOLHAS (0 = '
                   WRK-FOLHAS-PADRAO ').. '.
           PERFORM CAPTURA-QTD-FOLHAS UNTIL WRK-QTD-FOLHAS-VALIDA.
           IF WRK-QTD-FOLHAS = 0
               MOVE WRK-FOLHAS-PADRAO TO WRK-QTD-FOLHAS
           END-IF.
           IF WRK-QTD-FOLHAS > WRK-FOLHAS-MAXIMO
               DISPLAY 'TALAO COM MAIS DE ' WRK-FOLHAS-MAXIMO
                       ' FOLHAS - RECUSADO'
           ELSE
               PERFORM ABRE-TALOES
               PERFORM LOCALIZA-ULTIMO-TALAO
               COMPUTE WRK-NUM-INICIAL = WRK-ULTIMO-NUMERO + 1
               COMPUTE WRK-NUM-FINAL =
                   WRK-ULTIMO-NUMERO + WRK-QTD-FOLHAS
               MOVE WRK-CONTA       TO TAL-CONTA
               MOVE WRK-PROXIMO-SEQ TO TAL-SEQ
               MOVE WRK-NUM-INICIAL TO TAL-NUM-INICIAL
               MOVE WRK-NUM-FINAL   TO TAL-NUM-FINAL
               MOVE WRK-QTD-FOLHAS  TO TAL-QTD-FOLHAS
               MOVE WRK-DATA-HOJE   TO TAL-DATA-EMISSAO
               WRITE TAL-REGISTRO
               CLOSE TALOES
               PERFORM GRAVA-FOLHA
                   VARYING WRK-NUM-FOLHA FROM WRK-NUM-INICIAL BY 1
                   UNTIL WRK-NUM-FOLHA > WRK-NUM-FINAL
               DISPLAY 'TALAO ' WRK-PROXIMO-SEQ ' EMITIDO - CHEQUES '
                       WRK-NUM-INICIAL ' A ' WRK-NUM-FINAL
               MOVE WRK-NUM-INICIAL TO WRK-NUMERO
               MOVE 'TALAO' TO WRK-ACAO
               PERFORM GRAVA-AUDITORIA
           END-IF.

       ABRE-TALOES.
           OPEN I-O TALOES.
           IF WRK-TALOES-ST NOT = '00'
               CLOSE TALOES
               OPEN OUTPUT TALOES
               CLOSE TALOES
               OPEN I-O TALOES
           END-IF.

       LOCALIZA-ULTIMO-TALAO.
           MOVE ZEROS TO WRK-PROXIMO-SEQ.
           MOVE ZEROS TO WRK-ULTIMO-NUMERO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-CONTA TO TAL-CONTA.
           MOVE ZEROS TO TAL-SEQ.
           START TALOES KEY >= TAL-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-TALAO-CONTA.
           PERFORM GUARDA-ULTIMO-TALAO UNTIL WRK-FIM-ARQUIVO-OK.
           ADD 1 TO WRK-PROXIMO-SEQ.

       LER-TALAO-CONTA.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ TALOES NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
                   NOT AT END
                       IF TAL-CONTA NOT = WRK-CONTA
                           SET WRK-FIM-ARQUIVO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       GUARDA-ULTIMO-TALAO.
           MOVE TAL-SEQ       TO WRK-PROXIMO-SEQ.
           MOVE TAL-NUM-FINAL TO WRK-ULTIMO-NUMERO.
           PERFORM LER-TALAO-CONTA.

       GRAVA-FOLHA.
           MOVE SPACES          TO CHQ-REGISTRO.
           MOVE WRK-CONTA       TO CHQ-CONTA.
           MOVE WRK-NUM-FOLHA   TO CHQ-NUMERO.
           MOVE WRK-PROXIMO-SEQ TO CHQ-TALAO-SEQ.
           SET CHQ-EMITIDO      TO TRUE.
           MOVE WRK-DATA-HOJE   TO CHQ-DATA-EMISSAO.
           MOVE WRK-DATA-HOJE   TO CHQ-DATA-SITUACAO.
           MOVE ZEROS           TO CHQ-VALOR.
           MOVE ZEROS           TO CHQ-QTD-APRESENT.
           WRITE CHQ-REGISTRO
               INVALID KEY
                   DISPLAY 'CHEQUE ' WRK-NUM-FOLHA
                           ' JA EXISTE - FOLHA IGNORADA'
           END-WRITE.

      *****************************************************
      * SUSTA-CHEQUE - SO O CHEQUE AINDA NAO PAGO: EMITIDO
      * OU DEVOLVIDO PARA REAPRESENTACAO; A COMPENSACAO
      * DEVOLVE O SUSTADO PELA ALINEA 21
      *****************************************************
       SUSTA-CHEQUE.
           PERFORM LE-CHEQUE.
           IF WRK-CHEQUES-ST = '00'
               EVALUATE TRUE
                   WHEN CHQ-EMITIDO
                   WHEN CHQ-DEVOLVIDO
                       DISPLAY 'MOTIVO DA SUSTACAO.. '
                       ACCEPT WRK-MOTIVO
                       SET CHQ-SUSTADO TO TRUE
                       MOVE WRK-DATA-HOJE TO CHQ-DATA-SITUACAO
                       MOVE WRK-MOTIVO TO CHQ-MOTIVO-SUSTACAO
                       REWRITE CHQ-REGISTRO
                       DISPLAY 'CHEQUE ' WRK-NUMERO ' SUSTADO'
                       MOVE 'SUSTACAO' TO WRK-ACAO
                       PERFORM GRAVA-AUDITORIA
                   WHEN CHQ-PAGO
                       DISPLAY 'CHEQUE JA PAGO EM '
                               CHQ-DATA-SITUACAO
                               ' - SUSTACAO RECUSADA'
                   WHEN CHQ-SUSTADO
                       DISPLAY 'CHEQUE JA SUSTADO EM '
                               CHQ-DATA-SITUACAO
               END-EVALUATE
           END-IF.

       REVOGA-SUSTACAO.
           PERFORM LE-CHEQUE.
           IF WRK-CHEQUES-ST = '00'
               IF CHQ-SUSTADO
                   SET CHQ-EMITIDO TO TRUE
                   MOVE WRK-DATA-HOJE TO CHQ-DATA-SITUACAO
                   MOVE SPACES TO CHQ-MOTIVO-SUSTACAO
                   REWRITE CHQ-REGISTRO
                   DISPLAY 'SUSTACAO DO CHEQUE ' WRK-NUMERO
                           ' REVOGADA'
                   MOVE 'REVOGACAO' TO WRK-ACAO
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY 'CHEQUE NAO ESTA SUSTADO'
               END-IF
           END-IF.

       LE-CHEQUE.
           DISPLAY 'NUMERO DO CHEQUE... '.
           PERFORM CAPTURA-NUMERO UNTIL WRK-NUMERO-VALIDO.
           MOVE WRK-CONTA  TO CHQ-CONTA.
           MOVE WRK-NUMERO TO CHQ-NUMERO.
           READ CHEQUES
               INVALID KEY
                   DISPLAY 'CHEQUE NAO EMITIDO PARA A CONTA'
           END-READ.

       CONSULTA-CHEQUES.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-CONTA TO CHQ-CONTA.
           MOVE ZEROS TO CHQ-NUMERO.
           START CHEQUES KEY >= CHQ-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-CHEQUE-CONTA.
           PERFORM LISTA-CHEQUE UNTIL WRK-FIM-ARQUIVO-OK.
           DISPLAY 'CHEQUES DA CONTA.. ' WRK-QTD-LISTADOS.

       LER-CHEQUE-CONTA.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ CHEQUES NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
                   NOT AT END
                       IF CHQ-CONTA NOT = WRK-CONTA
                           SET WRK-FIM-ARQUIVO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       LISTA-CHEQUE.
           ADD 1 TO WRK-QTD-LISTADOS.
           EVALUATE TRUE
               WHEN CHQ-EMITIDO
                   MOVE 'EMITIDO' TO WRK-DESCR-STATUS
               WHEN CHQ-PAGO
                   MOVE 'PAGO' TO WRK-DESCR-STATUS
               WHEN CHQ-SUSTADO
                   MOVE 'SUSTADO' TO WRK-DESCR-STATUS
               WHEN CHQ-DEVOLVIDO
                   MOVE 'DEVOLVIDO' TO WRK-DESCR-STATUS
               WHEN OTHER
                   MOVE CHQ-STATUS TO WRK-DESCR-STATUS
           END-EVALUATE.
           MOVE CHQ-VALOR TO WRK-VALOR-ED.
           DISPLAY CHQ-NUMERO ' TALAO ' CHQ-TALAO-SEQ
                   ' ' WRK-DESCR-STATUS
                   ' ' CHQ-DATA-SITUACAO
                   ' ' WRK-VALOR-ED
                   ' ' CHQ-ALINEA.
           PERFORM LER-CHEQUE-CONTA.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           OPEN INPUT OPER-SESSAO.
           IF WRK-OPER-SESSAO-ST = '00'
               READ OPER-SESSAO
                   NOT AT END
                       MOVE SES-USUARIO TO WRK-USUARIO
               END-READ
               CLOSE OPER-SESSAO
           END-IF.

       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC151' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'CHEQUE ' WRK-ACAO
               ' CONTA=' WRK-CONTA
               ' NUMERO=' WRK-NUMERO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CONTA
               VALIDNUM-CAMPO     BY WRK-CONTA
               VALIDNUM-CHAVE-SW  BY WRK-CONTA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-NUMERO
               VALIDNUM-CAMPO     BY WRK-NUMERO
               VALIDNUM-CHAVE-SW  BY WRK-NUMERO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-QTD-FOLHAS
               VALIDNUM-CAMPO     BY WRK-QTD-FOLHAS
               VALIDNUM-CHAVE-SW  BY WRK-QTD-FOLHAS-SW.

           COPY VERIFCTA.
