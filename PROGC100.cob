       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC100.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DO CONTAS A PAGAR - INCLUSAO
      * DE TITULO DIGITADO (NF DE SERVICO, DESPESA OU NF DE
      * COMPRA SEM RECEBIMENTO PELO PROGCOB65), ALTERACAO
      * DE VENCIMENTO, CANCELAMENTO, LIBERACAO DE TITULO
      * BLOQUEADO (FATURA DE TRANSPORTADORA COM DIVERGENCIA
      * NO PROGCOB25), PAGAMENTO AVULSO E CONSULTA; TITULO
      * DE ORIGEM COMPRA SO E PAGO SE A CONFERENCIA DE TRES
      * VIAS DO PROGC103 CONFERIR E TODO PAGAMENTO VAI PARA
      * A TRILHA DE AUDITORIA
      * DATA 2026-10-15
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
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
           SELECT CONTAS-PAGAR ASSIGN TO "CPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPG-NUMERO
               FILE STATUS IS WRK-CONTAS-PAGAR-ST.
           SELECT CPG-CONTROLE ASSIGN TO "CPGCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPC-CHAVE
               FILE STATUS IS WRK-CPG-CONTROLE-ST.
           SELECT FORNECEDORES ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FORNECEDORES-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-PAGAR.
           COPY CPAGREG.
       FD  CPG-CONTROLE.
           COPY CPGCTREG.
       FD  FORNECEDORES.
           COPY FORNREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-CONTAS-PAGAR-ST  PIC X(02) VALUE SPACES.
       77 WRK-CPG-CONTROLE-ST  PIC X(02) VALUE SPACES.
       77 WRK-FORNECEDORES-ST  PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-NUM-TITULO PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-TITULO-SW PIC X(01) VALUE 'N'.
           88 WRK-NUM-TITULO-VALIDO VALUE 'S'.
       77 WRK-TIT-SW     PIC X(01) VALUE 'N'.
           88 WRK-TIT-ENCONTRADO VALUE 'S'.
       77 WRK-FOR-CODIGO PIC 9(06) VALUE ZEROS.
       77 WRK-FOR-CODIGO-SW PIC X(01) VALUE 'N'.
           88 WRK-FOR-CODIGO-VALIDO VALUE 'S'.
       77 WRK-DOCUMENTO  PIC 9(09) VALUE ZEROS.
       77 WRK-DOCUMENTO-SW PIC X(01) VALUE 'N'.
           88 WRK-DOCUMENTO-VALIDO VALUE 'S'.
       77 WRK-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-SW   PIC X(01) VALUE 'N'.
           88 WRK-VALOR-VALIDO VALUE 'S'.
       77 WRK-VENCTO     PIC 9(08) VALUE ZEROS.
       77 WRK-VENCTO-SW  PIC X(01) VALUE 'N'.
           88 WRK-VENCTO-VALIDO VALUE 'S'.
       77 WRK-NUM-COMPRA PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-COMPRA-SW PIC X(01) VALUE 'N'.
           88 WRK-NUM-COMPRA-VALIDO VALUE 'S'.
       77 WRK-FORNECEDOR-SW PIC X(01) VALUE 'N'.
           88 WRK-FORNECEDOR-OK VALUE 'S'.
       77 WRK-DATA-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-OK VALUE 'S'.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-DETALHE    PIC X(20) VALUE SPACES.
       77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY DUTILREG.
           COPY C3VREG.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC100' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O CONTAS-PAGAR.
           IF WRK-CONTAS-PAGAR-ST NOT = '00'
               CLOSE CONTAS-PAGAR
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'MANUTENCAO DO CONTAS A PAGAR'.
           DISPLAY '1-INCLUIR 2-ALTERAR VENCIMENTO'.
           DISPLAY '3-CANCELAR 4-LIBERAR BLOQUEADO'.
           DISPLAY '5-PAGAR 6-CONSULTAR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE CONTAS-PAGAR
               GOBACK
           END-IF.
           IF WRK-OPCAO = 1
               PERFORM INCLUI-TITULO
           ELSE
               DISPLAY 'NUMERO DO TITULO.. '
               PERFORM CAPTURA-NUM-TITULO
                   UNTIL WRK-NUM-TITULO-VALIDO
               MOVE WRK-NUM-TITULO TO CPG-NUMERO
               READ CONTAS-PAGAR
                   INVALID KEY
                       MOVE 'N' TO WRK-TIT-SW
                   NOT INVALID KEY
                       SET WRK-TIT-ENCONTRADO TO TRUE
               END-READ
               IF NOT WRK-TIT-ENCONTRADO
                   DISPLAY 'TITULO NAO CADASTRADO'
               ELSE
                   EVALUATE WRK-OPCAO
                       WHEN 2
                           PERFORM ALTERA-VENCIMENTO
                       WHEN 3
                           PERFORM CANCELA-TITULO
                       WHEN 4
                           PERFORM LIBERA-TITULO
                       WHEN 5
                           PERFORM PAGA-TITULO
                       WHEN 6
                           PERFORM EXIBE-TITULO
                       WHEN OTHER
                           DISPLAY 'OPCAO INVALIDA'
                   END-EVALUATE
               END-IF
           END-IF.
           CLOSE CONTAS-PAGAR.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 6
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2
                   SET ACE-ALTERAR TO TRUE
               WHEN 3
                   SET ACE-EXCLUIR TO TRUE
               WHEN 4 WHEN 5
                   SET ACE-APROVAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * INCLUI-TITULO - FORNECEDOR ATIVO OBRIGATORIO; COM
      * PEDIDO DE COMPRA INFORMADO O TITULO E DE ORIGEM
      * COMPRA E PASSA PELA CONFERENCIA DE TRES VIAS NO
      * PAGAMENTO, SEM PEDIDO E DE ORIGEM MANUAL
      *****************************************************
       INCLUI-TITULO.
           DISPLAY 'CODIGO DO FORNECEDOR.. '.
           PERFORM CAPTURA-FOR-CODIGO UNTIL WRK-FOR-CODIGO-VALIDO.
           OPEN INPUT FORNECEDORES.
           MOVE 'N' TO WRK-FORNECEDOR-SW.
           IF WRK-FORNECEDORES-ST = '00'
               MOVE WRK-FOR-CODIGO TO FOR-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO CADASTRADO'
                   NOT INVALID KEY
                       IF FOR-INATIVO
                           DISPLAY 'FORNECEDOR INATIVO'
                       ELSE
                           DISPLAY 'FORNECEDOR.. ' FOR-RAZAO-SOCIAL
                           SET WRK-FORNECEDOR-OK TO TRUE
                       END-IF
               END-READ
               CLOSE FORNECEDORES
           ELSE
               DISPLAY 'CADASTRO DE FORNECEDORES INDISPONIVEL'
           END-IF.
           IF WRK-FORNECEDOR-OK
               PERFORM CAPTURA-DADOS-TITULO
               PERFORM GRAVA-NOVO-TITULO
           ELSE
               DISPLAY 'TITULO NAO INCLUIDO'
           END-IF.

       CAPTURA-DADOS-TITULO.
           DISPLAY 'NUMERO DO DOCUMENTO (NF).. '.
           PERFORM CAPTURA-DOCUMENTO UNTIL WRK-DOCUMENTO-VALIDO.
           DISPLAY 'VALOR..................... '.
           PERFORM CAPTURA-VALOR UNTIL WRK-VALOR-VALIDO.
           MOVE 'N' TO WRK-DATA-OK-SW.
           PERFORM CAPTURA-VENCTO-VALIDO UNTIL WRK-DATA-OK.
           DISPLAY 'PEDIDO DE COMPRA (0 = SEM PEDIDO).. '.
           PERFORM CAPTURA-NUM-COMPRA UNTIL WRK-NUM-COMPRA-VALIDO.

       CAPTURA-VENCTO-VALIDO.
           DISPLAY 'VENCIMENTO (AAAAMMDD)..... '.
           MOVE 'N' TO WRK-VENCTO-SW.
           PERFORM CAPTURA-VENCTO UNTIL WRK-VENCTO-VALIDO.
           SET DUT-FC-VALIDA-DATA TO TRUE.
           MOVE WRK-VENCTO TO DUT-DATA-1.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF DUT-OK
               SET WRK-DATA-OK TO TRUE
           ELSE
               DISPLAY 'DATA INVALIDA'
           END-IF.

       GRAVA-NOVO-TITULO.
           PERFORM GERA-NUMERO-TITULO.
           MOVE SPACES          TO CPG-REGISTRO.
           MOVE WRK-NUM-TITULO  TO CPG-NUMERO.
           MOVE WRK-FOR-CODIGO  TO CPG-FOR-CODIGO.
           MOVE WRK-DOCUMENTO   TO CPG-DOCUMENTO.
           IF WRK-NUM-COMPRA = ZEROS
               SET CPG-ORIGEM-MANUAL TO TRUE
           ELSE
               SET CPG-ORIGEM-COMPRA TO TRUE
           END-IF.
           MOVE WRK-NUM-COMPRA  TO CPG-NUM-COMPRA.
           MOVE WRK-VALOR       TO CPG-VALOR.
           MOVE WRK-VALOR       TO CPG-SALDO.
           MOVE WRK-DATA-HOJE   TO CPG-DATA-EMISSAO.
           MOVE WRK-VENCTO      TO CPG-DATA-VENCTO.
           MOVE ZEROS           TO CPG-DATA-PAGTO.
           SET CPG-ABERTO       TO TRUE.
           WRITE CPG-REGISTRO.
           DISPLAY 'TITULO A PAGAR ' WRK-NUM-TITULO ' INCLUIDO'.
           MOVE 'INCLUSAO' TO WRK-DETALHE.
           PERFORM GRAVA-AUDITORIA.

       GERA-NUMERO-TITULO.
           OPEN I-O CPG-CONTROLE.
           IF WRK-CPG-CONTROLE-ST NOT = '00'
               CLOSE CPG-CONTROLE
               OPEN OUTPUT CPG-CONTROLE
               CLOSE CPG-CONTROLE
               OPEN I-O CPG-CONTROLE
           END-IF.
           MOVE '1' TO CPC-CHAVE.
           READ CPG-CONTROLE
               INVALID KEY
                   MOVE 1 TO CPC-ULTIMO-NUM
                   WRITE CPC-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO CPC-ULTIMO-NUM
                   REWRITE CPC-REGISTRO
           END-READ.
           MOVE CPC-ULTIMO-NUM TO WRK-NUM-TITULO.
           CLOSE CPG-CONTROLE.

       ALTERA-VENCIMENTO.
           IF CPG-PAGO OR CPG-CANCELADO
               DISPLAY 'TITULO PAGO OU CANCELADO - SEM ALTERACAO'
           ELSE
               DISPLAY 'VENCIMENTO ATUAL.. ' CPG-DATA-VENCTO
               MOVE 'N' TO WRK-DATA-OK-SW
               PERFORM CAPTURA-VENCTO-VALIDO UNTIL WRK-DATA-OK
               MOVE WRK-VENCTO TO CPG-DATA-VENCTO
               REWRITE CPG-REGISTRO
               DISPLAY 'VENCIMENTO ALTERADO'
               MOVE 'NOVO VENCTO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       CANCELA-TITULO.
           IF CPG-PAGO OR CPG-CANCELADO
               DISPLAY 'TITULO JA PAGO OU CANCELADO'
           ELSE
               SET CPG-CANCELADO TO TRUE
               MOVE ZEROS TO CPG-SALDO
               REWRITE CPG-REGISTRO
               DISPLAY 'TITULO CANCELADO'
               MOVE 'CANCELAMENTO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       LIBERA-TITULO.
           IF NOT CPG-BLOQUEADO
               DISPLAY 'TITULO NAO ESTA BLOQUEADO'
           ELSE
               SET CPG-ABERTO TO TRUE
               REWRITE CPG-REGISTRO
               DISPLAY 'TITULO LIBERADO PARA PAGAMENTO'
               MOVE 'LIBERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * PAGA-TITULO - PAGAMENTO INTEGRAL DO SALDO; TITULO
      * BLOQUEADO PRECISA SER LIBERADO ANTES E TITULO DE
      * ORIGEM COMPRA SO E PAGO COM PEDIDO, RECEBIMENTO E
      * NF CONFERINDO ITEM A ITEM (PROGC103)
      *****************************************************
       PAGA-TITULO.
           EVALUATE TRUE
               WHEN CPG-PAGO OR CPG-CANCELADO
                   DISPLAY 'TITULO JA PAGO OU CANCELADO'
               WHEN CPG-BLOQUEADO
                   DISPLAY 'TITULO BLOQUEADO - LIBERE ANTES DE '
                           'PAGAR'
               WHEN OTHER
                   SET C3V-CONFERE TO TRUE
                   IF CPG-ORIGEM-COMPRA
                       MOVE CPG-NUM-COMPRA TO C3V-NUM-COMPRA
                       CALL 'PROGC103' USING C3V-PARAMETROS
                   END-IF
                   EVALUATE TRUE
                       WHEN C3V-CONFERE
                           PERFORM EFETIVA-PAGAMENTO
                       WHEN C3V-PEDIDO-AUSENTE
                           DISPLAY 'PEDIDO DE COMPRA '
                                   CPG-NUM-COMPRA
                                   ' NAO ENCONTRADO - PAGAMENTO '
                                   'RECUSADO'
                       WHEN OTHER
                           DISPLAY 'CONFERENCIA DE TRES VIAS NAO '
                                   'CONFERE NO ITEM ' C3V-ITEM-SEQ
                                   ' - PAGAMENTO RECUSADO'
                   END-EVALUATE
           END-EVALUATE.

       EFETIVA-PAGAMENTO.
           MOVE CPG-SALDO TO WRK-VALOR-ED.
           MOVE ZEROS TO CPG-SALDO.
           MOVE WRK-DATA-HOJE TO CPG-DATA-PAGTO.
           SET CPG-PAGO TO TRUE.
           REWRITE CPG-REGISTRO.
           DISPLAY 'TITULO PAGO - VALOR ' WRK-VALOR-ED.
           MOVE 'PAGAMENTO' TO WRK-DETALHE.
           PERFORM GRAVA-AUDITORIA.

       EXIBE-TITULO.
           DISPLAY 'FORNECEDOR...... ' CPG-FOR-CODIGO.
           DISPLAY 'DOCUMENTO....... ' CPG-DOCUMENTO.
           DISPLAY 'ORIGEM.......... ' CPG-ORIGEM
                   ' PEDIDO ' CPG-NUM-COMPRA.
           MOVE CPG-VALOR TO WRK-VALOR-ED.
           DISPLAY 'VALOR........... ' WRK-VALOR-ED.
           MOVE CPG-SALDO TO WRK-VALOR-ED.
           DISPLAY 'SALDO........... ' WRK-VALOR-ED.
           DISPLAY 'EMISSAO......... ' CPG-DATA-EMISSAO.
           DISPLAY 'VENCIMENTO...... ' CPG-DATA-VENCTO.
           DISPLAY 'PAGAMENTO....... ' CPG-DATA-PAGTO.
           DISPLAY 'SITUACAO........ ' CPG-STATUS.

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
           MOVE 'PROGC100' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING WRK-DETALHE ' CPG=' CPG-NUMERO
               ' VALOR=' CPG-VALOR
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
               VALIDNUM-PARAGRAFO BY CAPTURA-NUM-TITULO
               VALIDNUM-CAMPO     BY WRK-NUM-TITULO
               VALIDNUM-CHAVE-SW  BY WRK-NUM-TITULO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-FOR-CODIGO
               VALIDNUM-CAMPO     BY WRK-FOR-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-FOR-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DOCUMENTO
               VALIDNUM-CAMPO     BY WRK-DOCUMENTO
               VALIDNUM-CHAVE-SW  BY WRK-DOCUMENTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR
               VALIDNUM-CAMPO     BY WRK-VALOR
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VENCTO
               VALIDNUM-CAMPO     BY WRK-VENCTO
               VALIDNUM-CHAVE-SW  BY WRK-VENCTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-NUM-COMPRA
               VALIDNUM-CAMPO     BY WRK-NUM-COMPRA
               VALIDNUM-CHAVE-SW  BY WRK-NUM-COMPRA-SW.
