      * 2026-08-22 LC  AO FATURAR O PEDIDO E GERADO O
      * TITULO DO CONTAS A RECEBER (TITULOS) COM O TOTAL
      * DOS ITENS MAIS FRETE E O VENCIMENTO INFORMADO
      * 2026-10-15 LC  PEDIDO COM CONDICAO DE PAGAMENTO
      * (CONDPREG) GERA UM TITULO POR PARCELA (CHAVE NF +
      * PARCELA), COM O PERCENTUAL E OS DIAS DE CADA PARCELA;
      * SEM CONDICAO SEGUE O TITULO UNICO COM VENCIMENTO
      * INFORMADO
      * 2026-10-15 LC  PASSAGEM PARA FATURADO RECUSADA QUANDO
      * A DATA DE HOJE CAI EM COMPETENCIA FECHADA PARA VENDAS
      * NO PERIODOS (ROTINA VERIFPER, COM REGISTRO NA TRILHA
      * DE AUDITORIA)
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * ALTERACAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT COND-PAGTO ASSIGN TO "CONDPAGT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDP-CODIGO
               FILE STATUS IS WRK-COND-PAGTO-ST.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-PEDIDO.
           COPY ITPEDREG.
       FD  TITULOS.
           COPY TITREG.
       FD  COND-PAGTO.
           COPY CONDPREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-STATUS-PEDIDO-ST PIC X(02) VALUE SPACES.
       77 WRK-NUM-PEDIDO       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VENCTO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-VENCTO-SW   PIC X(01) VALUE 'N'.
           88 WRK-DATA-VENCTO-VALIDA VALUE 'S'.
       77 WRK-COND-PAGTO-ST    PIC X(02) VALUE SPACES.
       77 WRK-CONDICAO-SW      PIC X(01) VALUE 'N'.
           88 WRK-CONDICAO-OK VALUE 'S'.
       77 WRK-IDX-PARC         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-PARCELA    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SOMA-PARCELAS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
           COPY DUTILREG.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB11' TO ACE-PROGRAMA.
           SET ACE-ALTERAR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O STATUS-PEDIDO.
           OPEN INPUT ITENS-PEDIDO.
           OPEN I-O TITULOS.
           OPEN INPUT COND-PAGTO.

           DISPLAY 'NUMERO DO PEDIDO.. '
           MOVE 'N' TO WRK-NUM-PEDIDO-SW.
               PERFORM ATUALIZA-STATUS
           END-IF.

           IF WRK-COND-PAGTO-ST = '00'
               CLOSE COND-PAGTO
           END-IF.
           CLOSE TITULOS.
           CLOSE ITENS-PEDIDO.
           CLOSE STATUS-PEDIDO.
           MOVE 'N' TO WRK-STATUS-SW.
           PERFORM CAPTURA-NOVO-STATUS UNTIL WRK-STATUS-VALIDO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-PER-SW.
           IF WRK-NOVO-STATUS = '2'
               MOVE 'V' TO WRK-PER-AREA
               MOVE WRK-DATA-HOJE TO WRK-PER-DATA
               MOVE 'PROGCOB11' TO WRK-PER-PROGRAMA
               MOVE STP-NUM-PEDIDO TO WRK-PER-REFERENCIA
               PERFORM VERIFICA-PERIODO
           END-IF.
           IF WRK-PER-FECHADO
               DISPLAY 'STATUS NAO ALTERADO'
           ELSE
               PERFORM GRAVA-NOVO-STATUS
           END-IF.

       GRAVA-NOVO-STATUS.
           MOVE WRK-NOVO-STATUS TO STP-STATUS.
           MOVE WRK-DATA-HOJE   TO STP-DATA-STATUS.
           REWRITE STP-REGISTRO.
       GERA-TITULO-RECEBER.
           SET TIT-FATURA TO TRUE.
           MOVE WRK-NUM-PEDIDO TO TIT-NUMERO.
           MOVE 01 TO TIT-PARCELA.
           READ TITULOS
               INVALID KEY
                   PERFORM GRAVA-TITULO-RECEBER
                           'NAO REGRAVADO'
           END-READ.

      *****************************************************
      * GRAVA-TITULO-RECEBER - PEDIDO COM CONDICAO DE
      * PAGAMENTO ATIVA GERA UM TITULO POR PARCELA, COM O
      * PERCENTUAL DA PARCELA SOBRE O TOTAL (A ULTIMA
      * ABSORVE O ARREDONDAMENTO) E VENCIMENTO NOS DIAS
      * CORRIDOS DA PARCELA A PARTIR DA EMISSAO; SEM
      * CONDICAO, TITULO UNICO (PARCELA 01) COM O
      * VENCIMENTO INFORMADO
      *****************************************************
       GRAVA-TITULO-RECEBER.
           PERFORM TOTALIZA-ITENS-PEDIDO.
           PERFORM LE-CONDICAO-PAGTO.
           IF WRK-CONDICAO-OK
               DISPLAY 'CONDICAO DE PAGAMENTO.. ' CDP-DESCRICAO
               MOVE ZEROS TO WRK-SOMA-PARCELAS
               PERFORM GRAVA-PARCELA-CONDICAO
                   VARYING WRK-IDX-PARC FROM 1 BY 1
                   UNTIL WRK-IDX-PARC > CDP-QTD-PARCELAS
               DISPLAY 'TITULOS GERADOS NO CONTAS A RECEBER.. '
                       CDP-QTD-PARCELAS
           ELSE
               DISPLAY 'VENCIMENTO DO TITULO (AAAAMMDD).. '
               PERFORM CAPTURA-DATA-VENCTO
                   UNTIL WRK-DATA-VENCTO-VALIDA
               MOVE 01               TO TIT-PARCELA
               MOVE WRK-TOTAL-TITULO TO WRK-VALOR-PARCELA
               PERFORM GRAVA-PARCELA
               DISPLAY 'TITULO GERADO NO CONTAS A RECEBER'
           END-IF.

       LE-CONDICAO-PAGTO.
           MOVE 'N' TO WRK-CONDICAO-SW.
           IF WRK-COND-PAGTO-ST = '00'
              AND STP-COND-PAGTO IS NUMERIC
              AND STP-COND-PAGTO > ZEROS
               MOVE STP-COND-PAGTO TO CDP-CODIGO
               READ COND-PAGTO
                   INVALID KEY
                       DISPLAY 'CONDICAO DE PAGAMENTO DO PEDIDO NAO '
                               'CADASTRADA - VENCIMENTO UNICO'
                   NOT INVALID KEY
                       IF CDP-QTD-PARCELAS > ZEROS
                          AND CDP-QTD-PARCELAS NOT > 12
                           SET WRK-CONDICAO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       GRAVA-PARCELA-CONDICAO.
           IF WRK-IDX-PARC = CDP-QTD-PARCELAS
               COMPUTE WRK-VALOR-PARCELA =
                   WRK-TOTAL-TITULO - WRK-SOMA-PARCELAS
           ELSE
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-TOTAL-TITULO * CDP-PERCENTUAL (WRK-IDX-PARC)
                   / 100
           END-IF.
           ADD WRK-VALOR-PARCELA TO WRK-SOMA-PARCELAS.
           SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE.
           MOVE WRK-DATA-HOJE TO DUT-DATA-1.
           MOVE CDP-DIAS (WRK-IDX-PARC) TO DUT-DIAS.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF NOT DUT-OK
               MOVE WRK-DATA-HOJE TO DUT-DATA-2
           END-IF.
           MOVE DUT-DATA-2   TO WRK-DATA-VENCTO.
           MOVE WRK-IDX-PARC TO TIT-PARCELA.
           PERFORM GRAVA-PARCELA.
           DISPLAY 'PARCELA ' TIT-PARCELA ' VENCTO ' WRK-DATA-VENCTO
                   ' VALOR ' WRK-VALOR-PARCELA.

       GRAVA-PARCELA.
           SET TIT-FATURA TO TRUE.
           MOVE WRK-NUM-PEDIDO  TO TIT-NUMERO.
           MOVE STP-CLI-CODIGO  TO TIT-CLI-CODIGO.
           MOVE WRK-VALOR-PARCELA TO TIT-VALOR.
           MOVE WRK-VALOR-PARCELA TO TIT-SALDO.
           MOVE WRK-DATA-HOJE   TO TIT-DATA-EMISSAO.
           MOVE WRK-DATA-VENCTO TO TIT-DATA-VENCTO.
           SET TIT-ABERTO       TO TRUE.
           MOVE WRK-NUM-PEDIDO  TO TIT-NF-REF.
           WRITE TIT-REGISTRO.

       TOTALIZA-ITENS-PEDIDO.
           MOVE ZEROS TO WRK-TOTAL-TITULO.
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-VENCTO
               VALIDNUM-CAMPO     BY WRK-DATA-VENCTO
               VALIDNUM-CHAVE-SW  BY WRK-DATA-VENCTO-SW.

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

           COPY VERIFPER.
