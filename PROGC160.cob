       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC160.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: POSICAO DO CLIENTE (VISAO 360) - CONSULTA
      * PELO CODIGO OU PELO CPF QUE REUNE NUMA TELA O
      * CADASTRO E A SITUACAO, O LIMITE DE CREDITO E A
      * EXPOSICAO ATUAL (MESMA REGRA DO CALCULA-EXPOSICAO DO
      * PROGCOB09), OS PEDIDOS EM ABERTO COM DATA PROMETIDA
      * E SITUACAO DO ENVIO, OS TITULOS EM ABERTO COM DIAS
      * DE ATRASO E ESTAGIO DE COBRANCA (PROGCOB57), OS
      * ULTIMOS PAGAMENTOS, AS NOTAS DE CREDITO COM AS
      * DEVOLUCOES E OS ORCAMENTOS EM ABERTO. DETALHA OS
      * ITENS DE UM PEDIDO E OS PAGAMENTOS DE UM TITULO. SO
      * CONSULTA - NENHUM ARQUIVO E ALTERADO; CADA CONSULTA
      * E DETALHE VAI PARA A TRILHA DE AUDITORIA
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLIENTE-STATUS.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT STATUS-PEDIDO ASSIGN TO "STATUSPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-NUM-PEDIDO
               FILE STATUS IS WRK-STATUS-PEDIDO-ST.
           SELECT ITENS-PEDIDO ASSIGN TO "ITPEDIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               ALTERNATE RECORD KEY IS ITP-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-ITENS-PEDIDO-ST.
           SELECT ENVIOS ASSIGN TO "ENVIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENV-CHAVE
               FILE STATUS IS WRK-ENVIOS-STATUS.
           SELECT COBRANCA ASSIGN TO "COBRANCA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CBR-CHAVE
               FILE STATUS IS WRK-COBRANCA-STATUS.
           SELECT ORCAMENTO ASSIGN TO "ORCAMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORC-NUMERO
               FILE STATUS IS WRK-ORCAMENTO-ST.
           SELECT RECEBIMENTOS ASSIGN TO "RECEBTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEBIMENTOS-ST.
           SELECT DEVOLUCOES ASSIGN TO "DEVOLUCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVOLUCOES-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE.
           COPY CLIREG.
       FD  TITULOS.
           COPY TITREG.
       FD  STATUS-PEDIDO.
           COPY STATREG.
       FD  ITENS-PEDIDO.
           COPY ITPEDREG.
       FD  ENVIOS.
           COPY ENVIOREG.
       FD  COBRANCA.
           COPY COBRAREG.
       FD  ORCAMENTO.
           COPY ORCAREG.
       FD  RECEBIMENTOS.
           COPY RECEBREG.
       FD  DEVOLUCOES.
           COPY DEVREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-CLIENTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEDIDO-ST PIC X(02) VALUE SPACES.
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-ENVIOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-COBRANCA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-ORCAMENTO-ST     PIC X(02) VALUE SPACES.
       77 WRK-RECEBIMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-DEVOLUCOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DETALHE          PIC X(30) VALUE SPACES.
      *----------------------------------------------------
      * ARQUIVOS OPCIONAIS - O QUE NAO EXISTIR SAI COMO
      * NAO IMPLANTADO, SEM IMPEDIR O RESTO DA CONSULTA
      *----------------------------------------------------
       77 WRK-TITULOS-SW       PIC X(01) VALUE 'N'.
           88 WRK-TITULOS-IMPLANTADO VALUE 'S'.
       77 WRK-PEDIDOS-SW       PIC X(01) VALUE 'N'.
           88 WRK-PEDIDOS-IMPLANTADO VALUE 'S'.
       77 WRK-ITENS-SW         PIC X(01) VALUE 'N'.
           88 WRK-ITENS-IMPLANTADO VALUE 'S'.
       77 WRK-ENVIOS-SW        PIC X(01) VALUE 'N'.
           88 WRK-ENVIOS-IMPLANTADO VALUE 'S'.
       77 WRK-COBRANCA-SW      PIC X(01) VALUE 'N'.
           88 WRK-COBRANCA-IMPLANTADA VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-ITENS        PIC X(01) VALUE 'N'.
           88 WRK-FIM-ITENS-OK VALUE 'S'.
      *----------------------------------------------------
      * PESQUISA DO CLIENTE E OPCOES DA TELA
      *----------------------------------------------------
       77 WRK-TIPO-PESQ        PIC 9(01) VALUE ZEROS.
       77 WRK-TIPO-PESQ-SW     PIC X(01) VALUE 'N'.
           88 WRK-TIPO-PESQ-VALIDO VALUE 'S'.
       77 WRK-CLI-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-CODIGO-SW    PIC X(01) VALUE 'N'.
           88 WRK-CLI-CODIGO-VALIDO VALUE 'S'.
       77 WRK-CPF              PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-CAPT-SW      PIC X(01) VALUE 'N'.
           88 WRK-CPF-CAPTURADO VALUE 'S'.
       77 WRK-QTD-CPF          PIC 9(03) VALUE ZEROS.
       77 WRK-CLIENTE-SW       PIC X(01) VALUE 'N'.
           88 WRK-CLIENTE-ACHADO VALUE 'S'.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-SAIR-SW          PIC X(01) VALUE 'N'.
           88 WRK-SAIR VALUE 'S'.
       77 WRK-NUM-PEDIDO       PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-PEDIDO-SW    PIC X(01) VALUE 'N'.
           88 WRK-NUM-PEDIDO-VALIDO VALUE 'S'.
       77 WRK-TIT-TIPO         PIC X(01) VALUE SPACES.
           88 WRK-TIT-TIPO-VALIDO VALUES 'F' 'C' 'E' 'A'.
       77 WRK-TIT-NUMERO       PIC 9(08) VALUE ZEROS.
       77 WRK-TIT-NUMERO-SW    PIC X(01) VALUE 'N'.
           88 WRK-TIT-NUMERO-VALIDO VALUE 'S'.
       77 WRK-TIT-PARCELA      PIC 9(02) VALUE ZEROS.
       77 WRK-TIT-PARCELA-SW   PIC X(01) VALUE 'N'.
           88 WRK-TIT-PARCELA-VALIDA VALUE 'S'.
      *----------------------------------------------------
      * CREDITO E TOTAIS DA POSICAO
      *----------------------------------------------------
       77 WRK-EXPOSICAO        PIC S9(09)V99 VALUE ZEROS.
       77 WRK-EXP-NUM-PEDIDO   PIC 9(08) VALUE ZEROS.
       77 WRK-DISPONIVEL       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ABERTO     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-VENCIDO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PEDIDO     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PAGO       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-DIAS-ATRASO      PIC S9(05) VALUE ZEROS.
       77 WRK-ESTAGIO          PIC X(14) VALUE SPACES.
       77 WRK-SITUACAO         PIC X(17) VALUE SPACES.
       77 WRK-RCB-PARCELA      PIC 9(02) VALUE ZEROS.
       77 WRK-RCB-TIPO-DOC     PIC X(01) VALUE SPACES.
       77 WRK-ENCARGOS         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-PAGTOS-TIT   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PROX         PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR3-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR4-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ENV-ED           PIC X(03) VALUE SPACES.
       77 WRK-ENT-ED           PIC X(03) VALUE SPACES.
       77 WRK-TIPO-PAGTO       PIC X(11) VALUE SPACES.
       77 WRK-DIAS-ED          PIC -ZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ9 VALUE ZEROS.
      *----------------------------------------------------
      * TITULOS EM ABERTO (ATE 50 NA TELA, EM ORDEM DE
      * TIPO, NUMERO E PARCELA)
      *----------------------------------------------------
       77 WRK-QTD-TIT-ABERTOS  PIC 9(04) VALUE ZEROS.
       77 WRK-TIT-QTD          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-TIT          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-TITULOS.
           02 WRK-TIT-ITEM OCCURS 50 TIMES.
               03 WRK-TIT-TIPO-DOC  PIC X(01).
               03 WRK-TIT-NUM       PIC 9(08).
               03 WRK-TIT-PARC      PIC 9(02).
               03 WRK-TIT-VENCTO    PIC 9(08).
               03 WRK-TIT-SALDO     PIC 9(07)V99.
               03 WRK-TIT-ATRASO    PIC S9(05).
               03 WRK-TIT-ESTAGIO   PIC X(14).
      *----------------------------------------------------
      * PEDIDOS EM ABERTO (NAO ENTREGUES, DEVOLVIDOS OU
      * CANCELADOS) - ATE 30 NA TELA
      *----------------------------------------------------
       77 WRK-QTD-PED-ABERTOS  PIC 9(04) VALUE ZEROS.
       77 WRK-PED-QTD          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PED          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-PEDIDOS.
           02 WRK-PED-ITEM OCCURS 30 TIMES.
               03 WRK-PED-NUMERO    PIC 9(08).
               03 WRK-PED-SITUACAO  PIC X(17).
               03 WRK-PED-DATA      PIC 9(08).
               03 WRK-PED-PROMESSA  PIC 9(08).
               03 WRK-PED-ATRASO    PIC X(08).
      *----------------------------------------------------
      * ULTIMOS DEZ PAGAMENTOS (RECEBTOS E GRAVADO EM ORDEM
      * DE DATA; A TABELA DESLIZA E GUARDA OS MAIS NOVOS)
      *----------------------------------------------------
       77 WRK-QTD-PAGTOS       PIC 9(05) VALUE ZEROS.
       77 WRK-PAG-QTD          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-PAG          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-PAGAMENTOS.
           02 WRK-PAG-ITEM OCCURS 10 TIMES.
               03 WRK-PAG-DATA      PIC 9(08).
               03 WRK-PAG-TIPO-DOC  PIC X(01).
               03 WRK-PAG-NUMERO    PIC 9(08).
               03 WRK-PAG-PARCELA   PIC 9(02).
               03 WRK-PAG-VALOR     PIC 9(07)V99.
               03 WRK-PAG-ENCARGOS  PIC 9(07)V99.
               03 WRK-PAG-ORIGEM    PIC X(05).
      *----------------------------------------------------
      * ULTIMAS DEZ NOTAS DE CREDITO, COM A NF E OS ITENS
      * DEVOLVIDOS (DEVOLUCA)
      *----------------------------------------------------
       77 WRK-QTD-NC           PIC 9(04) VALUE ZEROS.
       77 WRK-NC-QTD           PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-NCS          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-NOTAS-CREDITO.
           02 WRK-NC-ITEM OCCURS 10 TIMES INDEXED BY WRK-IDX-NC.
               03 WRK-NC-NUMERO     PIC 9(08).
               03 WRK-NC-EMISSAO    PIC 9(08).
               03 WRK-NC-VALOR      PIC 9(07)V99.
               03 WRK-NC-SALDO      PIC 9(07)V99.
               03 WRK-NC-STATUS     PIC X(01).
               03 WRK-NC-NF-DEVOL   PIC 9(08).
               03 WRK-NC-QTD-ITENS  PIC 9(03).
      *----------------------------------------------------
      * ORCAMENTOS EM ABERTO - ATE 20 NA TELA
      *----------------------------------------------------
       77 WRK-QTD-ORC-ABERTOS  PIC 9(04) VALUE ZEROS.
       77 WRK-ORC-QTD          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-ORC          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-ORCAMENTOS.
           02 WRK-ORC-ITEM OCCURS 20 TIMES.
               03 WRK-ORC-NUM       PIC 9(08).
               03 WRK-ORC-DATA      PIC 9(08).
               03 WRK-ORC-VALIDADE  PIC 9(08).
               03 WRK-ORC-TOTAL     PIC 9(07)V99.
               03 WRK-ORC-VENCIDO   PIC X(07).
           COPY DUTILREG.
           COPY CPFWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC160' TO ACE-PROGRAMA.
           SET ACE-CONSULTAR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTE.
           IF WRK-CLIENTE-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES AUSENTE'
               GOBACK
           END-IF.
           MOVE 'N' TO WRK-TITULOS-SW WRK-PEDIDOS-SW WRK-ITENS-SW
                       WRK-ENVIOS-SW WRK-COBRANCA-SW.
           PERFORM ABRE-ARQUIVOS.
           DISPLAY '===================================='.
           DISPLAY 'POSICAO DO CLIENTE'.
           DISPLAY '1-PELO CODIGO 2-PELO CPF'.
           DISPLAY '===================================='.
           DISPLAY 'PESQUISA.. '.
           MOVE 'N' TO WRK-CLIENTE-SW WRK-SAIR-SW WRK-TIPO-PESQ-SW
                       WRK-CLI-CODIGO-SW WRK-CPF-CAPT-SW.
           PERFORM CAPTURA-TIPO-PESQ UNTIL WRK-TIPO-PESQ-VALIDO.
           EVALUATE WRK-TIPO-PESQ
               WHEN 1
                   PERFORM PESQUISA-CODIGO
               WHEN 2
                   PERFORM PESQUISA-CPF
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF WRK-CLIENTE-ACHADO
               PERFORM MONTA-POSICAO
               PERFORM MOSTRA-POSICAO
               MOVE 'CONSULTA POSICAO 360' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
               PERFORM DETALHA-OPCAO UNTIL WRK-SAIR
           END-IF.
           PERFORM FECHA-ARQUIVOS.
           GOBACK.

      *****************************************************
      * ABRE-ARQUIVOS - TODOS SO PARA LEITURA; RECEBTOS,
      * DEVOLUCA E ORCAMENT SAO ABERTOS A CADA PASSADA
      *****************************************************
       ABRE-ARQUIVOS.
           OPEN INPUT TITULOS.
           IF WRK-TITULOS-STATUS = '00'
               SET WRK-TITULOS-IMPLANTADO TO TRUE
           END-IF.
           OPEN INPUT STATUS-PEDIDO.
           IF WRK-STATUS-PEDIDO-ST = '00'
               SET WRK-PEDIDOS-IMPLANTADO TO TRUE
           END-IF.
           OPEN INPUT ITENS-PEDIDO.
           IF WRK-ITENS-PEDIDO-ST = '00'
               SET WRK-ITENS-IMPLANTADO TO TRUE
           END-IF.
           OPEN INPUT ENVIOS.
           IF WRK-ENVIOS-STATUS = '00'
               SET WRK-ENVIOS-IMPLANTADO TO TRUE
           END-IF.
           OPEN INPUT COBRANCA.
           IF WRK-COBRANCA-STATUS = '00'
               SET WRK-COBRANCA-IMPLANTADA TO TRUE
           END-IF.

       FECHA-ARQUIVOS.
           CLOSE CLIENTE.
           IF WRK-TITULOS-IMPLANTADO
               CLOSE TITULOS
           END-IF.
           IF WRK-PEDIDOS-IMPLANTADO
               CLOSE STATUS-PEDIDO
           END-IF.
           IF WRK-ITENS-IMPLANTADO
               CLOSE ITENS-PEDIDO
           END-IF.
           IF WRK-ENVIOS-IMPLANTADO
               CLOSE ENVIOS
           END-IF.
           IF WRK-COBRANCA-IMPLANTADA
               CLOSE COBRANCA
           END-IF.

       PESQUISA-CODIGO.
           DISPLAY 'CODIGO DO CLIENTE.. '.
           PERFORM CAPTURA-CLI-CODIGO UNTIL WRK-CLI-CODIGO-VALIDO.
           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTE
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO'
               NOT INVALID KEY
                   SET WRK-CLIENTE-ACHADO TO TRUE
           END-READ.

      *****************************************************
      * PESQUISA-CPF - O CADASTRO NAO TEM CHAVE POR CPF E E
      * LIDO POR INTEIRO; CPF EM MAIS DE UM CLIENTE LISTA OS
      * CODIGOS E PEDE O CODIGO DESEJADO
      *****************************************************
       PESQUISA-CPF.
           DISPLAY 'CPF DO CLIENTE.. '.
           PERFORM CAPTURA-CPF UNTIL WRK-CPF-CAPTURADO.
           MOVE WRK-CPF TO WRK-CPF-NUMERO.
           PERFORM VALIDA-CPF.
           IF NOT WRK-CPF-VALIDO
               DISPLAY 'CPF INVALIDO'
           ELSE
               MOVE ZEROS TO WRK-QTD-CPF
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO CLI-CODIGO
               START CLIENTE KEY >= CLI-CODIGO
                   INVALID KEY
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-START
               PERFORM LER-CLIENTE
               PERFORM CONFERE-CPF-CLIENTE UNTIL WRK-FIM-ARQUIVO-OK
               EVALUATE WRK-QTD-CPF
                   WHEN 0
                       DISPLAY 'NENHUM CLIENTE COM ESTE CPF'
                   WHEN 1
                       PERFORM LE-CLIENTE-CPF
                   WHEN OTHER
                       DISPLAY 'CPF EM MAIS DE UM CLIENTE - '
                               'INFORME O CODIGO.. '
                       MOVE 'N' TO WRK-CLI-CODIGO-SW
                       PERFORM CAPTURA-CLI-CODIGO
                           UNTIL WRK-CLI-CODIGO-VALIDO
                       PERFORM LE-CLIENTE-CPF
               END-EVALUATE
           END-IF.

       LER-CLIENTE.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ CLIENTE NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       CONFERE-CPF-CLIENTE.
           IF CLI-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-CPF
               MOVE CLI-CODIGO TO WRK-CLI-CODIGO
               DISPLAY '  ' CLI-CODIGO ' ' CLI-NOME
           END-IF.
           PERFORM LER-CLIENTE.

       LE-CLIENTE-CPF.
           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTE
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO'
               NOT INVALID KEY
                   IF CLI-CPF = WRK-CPF
                       SET WRK-CLIENTE-ACHADO TO TRUE
                   ELSE
                       DISPLAY 'CODIGO NAO PERTENCE AO CPF'
                   END-IF
           END-READ.

      *****************************************************
      * MONTA-POSICAO - UMA PASSADA POR ARQUIVO; A EXPOSICAO
      * SOMA OS TITULOS EM ABERTO (NOTA DE CREDITO ABATE) E
      * OS ITENS DOS PEDIDOS PENDENTES, COMO NO PROGCOB09
      *****************************************************
       MONTA-POSICAO.
           MOVE ZEROS TO WRK-EXPOSICAO.
           MOVE ZEROS TO WRK-QTD-TIT-ABERTOS WRK-TIT-QTD
                         WRK-TOTAL-ABERTO WRK-TOTAL-VENCIDO
                         WRK-QTD-PED-ABERTOS WRK-PED-QTD
                         WRK-QTD-NC WRK-NC-QTD
                         WRK-QTD-PAGTOS WRK-PAG-QTD
                         WRK-QTD-ORC-ABERTOS WRK-ORC-QTD.
           PERFORM MONTA-TITULOS.
           PERFORM MONTA-PEDIDOS.
           PERFORM MONTA-PAGAMENTOS.
           PERFORM MONTA-DEVOLUCOES.
           PERFORM MONTA-ORCAMENTOS.

       MONTA-TITULOS.
           IF WRK-TITULOS-IMPLANTADO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE SPACE TO TIT-TIPO-DOC
               MOVE ZEROS TO TIT-NUMERO TIT-PARCELA
               START TITULOS KEY >= TIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-START
               PERFORM LER-TITULO
               PERFORM CONFERE-TITULO UNTIL WRK-FIM-ARQUIVO-OK
           END-IF.

       LER-TITULO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ TITULOS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       CONFERE-TITULO.
           IF TIT-CLI-CODIGO = WRK-CLI-CODIGO
               IF TIT-ABERTO
                   IF TIT-CREDITO
                       SUBTRACT TIT-SALDO FROM WRK-EXPOSICAO
                   ELSE
                       ADD TIT-SALDO TO WRK-EXPOSICAO
                       PERFORM GUARDA-TITULO-ABERTO
                   END-IF
               END-IF
               IF TIT-CREDITO
                   PERFORM GUARDA-NOTA-CREDITO
               END-IF
           END-IF.
           PERFORM LER-TITULO.

      *****************************************************
      * GUARDA-TITULO-ABERTO - ATRASO EM DIAS CORRIDOS DO
      * VENCIMENTO ATE HOJE (PROGCOB26); O ESTAGIO DE
      * COBRANCA SO EXISTE PARA FATURA (REGUA DO PROGCOB57)
      *****************************************************
       GUARDA-TITULO-ABERTO.
           ADD 1 TO WRK-QTD-TIT-ABERTOS.
           ADD TIT-SALDO TO WRK-TOTAL-ABERTO.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF TIT-DATA-VENCTO < WRK-DATA-HOJE
               SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE
               MOVE TIT-DATA-VENCTO TO DUT-DATA-1
               MOVE WRK-DATA-HOJE   TO DUT-DATA-2
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               IF DUT-OK
                   MOVE DUT-DIAS TO WRK-DIAS-ATRASO
               END-IF
               ADD TIT-SALDO TO WRK-TOTAL-VENCIDO
           END-IF.
           PERFORM DESCREVE-ESTAGIO.
           IF WRK-TIT-QTD < 50
               ADD 1 TO WRK-TIT-QTD
               MOVE TIT-TIPO-DOC    TO WRK-TIT-TIPO-DOC (WRK-TIT-QTD)
               MOVE TIT-NUMERO      TO WRK-TIT-NUM (WRK-TIT-QTD)
               MOVE TIT-PARCELA     TO WRK-TIT-PARC (WRK-TIT-QTD)
               MOVE TIT-DATA-VENCTO TO WRK-TIT-VENCTO (WRK-TIT-QTD)
               MOVE TIT-SALDO       TO WRK-TIT-SALDO (WRK-TIT-QTD)
               MOVE WRK-DIAS-ATRASO TO WRK-TIT-ATRASO (WRK-TIT-QTD)
               MOVE WRK-ESTAGIO     TO WRK-TIT-ESTAGIO (WRK-TIT-QTD)
           END-IF.

       DESCREVE-ESTAGIO.
           MOVE '-' TO WRK-ESTAGIO.
           IF TIT-FATURA AND WRK-COBRANCA-IMPLANTADA
               MOVE TIT-NUMERO  TO CBR-NUM-NF
               MOVE TIT-PARCELA TO CBR-PARCELA
               READ COBRANCA
                   INVALID KEY
                       MOVE 'SEM CARTA' TO WRK-ESTAGIO
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CBR-PRIMEIRO-AVISO
                               MOVE '1O AVISO' TO WRK-ESTAGIO
                           WHEN CBR-SEGUNDO-AVISO
                               MOVE '2O AVISO' TO WRK-ESTAGIO
                           WHEN CBR-COBRANCA-FINAL
                               MOVE 'COBRANCA FINAL' TO WRK-ESTAGIO
                           WHEN OTHER
                               MOVE 'SEM CARTA' TO WRK-ESTAGIO
                       END-EVALUATE
               END-READ
           END-IF.

      *****************************************************
      * GUARDA-NOTA-CREDITO - AS NOTAS VEM EM ORDEM DE
      * NUMERO; A TABELA DESLIZA E FICA COM AS DEZ ULTIMAS
      *****************************************************
       GUARDA-NOTA-CREDITO.
           ADD 1 TO WRK-QTD-NC.
           IF WRK-NC-QTD < 10
               ADD 1 TO WRK-NC-QTD
               MOVE WRK-NC-QTD TO WRK-IDX-NCS
           ELSE
               PERFORM DESLOCA-NOTA-CREDITO
                   VARYING WRK-IDX-NCS FROM 1 BY 1
                   UNTIL WRK-IDX-NCS > 9
               MOVE 10 TO WRK-IDX-NCS
           END-IF.
           MOVE TIT-NUMERO       TO WRK-NC-NUMERO (WRK-IDX-NCS).
           MOVE TIT-DATA-EMISSAO TO WRK-NC-EMISSAO (WRK-IDX-NCS).
           MOVE TIT-VALOR        TO WRK-NC-VALOR (WRK-IDX-NCS).
           MOVE TIT-SALDO        TO WRK-NC-SALDO (WRK-IDX-NCS).
           MOVE TIT-STATUS       TO WRK-NC-STATUS (WRK-IDX-NCS).
           MOVE ZEROS TO WRK-NC-NF-DEVOL (WRK-IDX-NCS)
                         WRK-NC-QTD-ITENS (WRK-IDX-NCS).

       DESLOCA-NOTA-CREDITO.
           COMPUTE WRK-IDX-PROX = WRK-IDX-NCS + 1.
           MOVE WRK-NC-ITEM (WRK-IDX-PROX)
             TO WRK-NC-ITEM (WRK-IDX-NCS).

      *****************************************************
      * MONTA-PEDIDOS - PEDIDO EM ABERTO E O AINDA NAO
      * ENTREGUE POR INTEIRO; SO O PENDENTE (NAO FATURADO)
      * ENTRA NA EXPOSICAO, COMO NO PROGCOB09
      *****************************************************
       MONTA-PEDIDOS.
           IF WRK-PEDIDOS-IMPLANTADO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE ZEROS TO STP-NUM-PEDIDO
               START STATUS-PEDIDO KEY >= STP-NUM-PEDIDO
                   INVALID KEY
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-START
               PERFORM LER-STATUS-PEDIDO
               PERFORM CONFERE-PEDIDO UNTIL WRK-FIM-ARQUIVO-OK
           END-IF.

       LER-STATUS-PEDIDO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ STATUS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       CONFERE-PEDIDO.
           IF STP-CLI-CODIGO = WRK-CLI-CODIGO
               IF STP-PENDENTE AND WRK-ITENS-IMPLANTADO
                   MOVE STP-NUM-PEDIDO TO WRK-EXP-NUM-PEDIDO
                   PERFORM SOMA-ITENS-PEDIDO-ABERTO
               END-IF
               IF STP-PENDENTE OR STP-FATURADO OR STP-ENVIADO
                  OR STP-PARCIAL-ENVIADO OR STP-PARCIAL-ENTREGUE
                   PERFORM GUARDA-PEDIDO
               END-IF
           END-IF.
           PERFORM LER-STATUS-PEDIDO.

       SOMA-ITENS-PEDIDO-ABERTO.
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE WRK-EXP-NUM-PEDIDO TO ITP-NUM-PEDIDO.
           MOVE 01 TO ITP-ITEM-SEQ.
           START ITENS-PEDIDO KEY >= ITP-CHAVE
               INVALID KEY
                   SET WRK-FIM-ITENS-OK TO TRUE
           END-START.
           PERFORM LER-ITEM-EXPOSICAO.
           PERFORM SOMA-UM-ITEM UNTIL WRK-FIM-ITENS-OK.

       LER-ITEM-EXPOSICAO.
           IF NOT WRK-FIM-ITENS-OK
               READ ITENS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-ITENS-OK TO TRUE
                   NOT AT END
                       IF ITP-NUM-PEDIDO NOT = WRK-EXP-NUM-PEDIDO
                           SET WRK-FIM-ITENS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       SOMA-UM-ITEM.
           ADD ITP-VALOR TO WRK-EXPOSICAO.
           ADD ITP-FRETE TO WRK-EXPOSICAO.
           PERFORM LER-ITEM-EXPOSICAO.

       GUARDA-PEDIDO.
           ADD 1 TO WRK-QTD-PED-ABERTOS.
           IF WRK-PED-QTD < 30
               ADD 1 TO WRK-PED-QTD
               PERFORM DESCREVE-SITUACAO-PEDIDO
               MOVE STP-NUM-PEDIDO  TO WRK-PED-NUMERO (WRK-PED-QTD)
               MOVE WRK-SITUACAO    TO WRK-PED-SITUACAO (WRK-PED-QTD)
               MOVE STP-DATA-STATUS TO WRK-PED-DATA (WRK-PED-QTD)
               MOVE STP-DATA-PROMESSA
                 TO WRK-PED-PROMESSA (WRK-PED-QTD)
               MOVE SPACES TO WRK-PED-ATRASO (WRK-PED-QTD)
               IF STP-DATA-PROMESSA > ZEROS
                  AND STP-DATA-PROMESSA < WRK-DATA-HOJE
                   MOVE 'ATRASADO' TO WRK-PED-ATRASO (WRK-PED-QTD)
               END-IF
           END-IF.

       DESCREVE-SITUACAO-PEDIDO.
           EVALUATE TRUE
               WHEN STP-PENDENTE
                   MOVE 'PENDENTE'          TO WRK-SITUACAO
               WHEN STP-FATURADO
                   MOVE 'FATURADO'          TO WRK-SITUACAO
               WHEN STP-ENVIADO
                   MOVE 'ENVIADO'           TO WRK-SITUACAO
               WHEN STP-ENTREGUE
                   MOVE 'ENTREGUE'          TO WRK-SITUACAO
               WHEN STP-DEVOLVIDO
                   MOVE 'DEVOLVIDO'         TO WRK-SITUACAO
               WHEN STP-PARCIAL-ENVIADO
                   MOVE 'ENVIO PARCIAL'     TO WRK-SITUACAO
               WHEN STP-PARCIAL-ENTREGUE
                   MOVE 'ENTREGA PARCIAL'   TO WRK-SITUACAO
               WHEN STP-CANCELADO
                   MOVE 'CANCELADO'         TO WRK-SITUACAO
               WHEN OTHER
                   MOVE 'SEM SITUACAO'      TO WRK-SITUACAO
           END-EVALUATE.

      *****************************************************
      * MONTA-PAGAMENTOS - RECEBIMENTO ANTIGO SEM PARCELA E
      * DA PARCELA 01, SEM TIPO E DE FATURA, SEM MULTA E
      * JUROS TEM ENCARGO ZERO
      *****************************************************
       MONTA-PAGAMENTOS.
           OPEN INPUT RECEBIMENTOS.
           IF WRK-RECEBIMENTOS-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-RECEBIMENTO
               PERFORM CONFERE-RECEBIMENTO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE RECEBIMENTOS
           END-IF.

       LER-RECEBIMENTO.
           READ RECEBIMENTOS
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
               NOT AT END
                   PERFORM NORMALIZA-RECEBIMENTO
           END-READ.

       NORMALIZA-RECEBIMENTO.
           MOVE 01 TO WRK-RCB-PARCELA.
           IF RCB-PARCELA IS NUMERIC AND RCB-PARCELA > ZEROS
               MOVE RCB-PARCELA TO WRK-RCB-PARCELA
           END-IF.
           MOVE 'F' TO WRK-RCB-TIPO-DOC.
           IF RCB-TIPO-DOC NOT = SPACE
               MOVE RCB-TIPO-DOC TO WRK-RCB-TIPO-DOC
           END-IF.
           MOVE ZEROS TO WRK-ENCARGOS.
           IF RCB-VALOR-MULTA IS NUMERIC
               ADD RCB-VALOR-MULTA TO WRK-ENCARGOS
           END-IF.
           IF RCB-VALOR-JUROS IS NUMERIC
               ADD RCB-VALOR-JUROS TO WRK-ENCARGOS
           END-IF.

       CONFERE-RECEBIMENTO.
           IF RCB-CLI-CODIGO = WRK-CLI-CODIGO
               ADD 1 TO WRK-QTD-PAGTOS
               PERFORM GUARDA-PAGAMENTO
           END-IF.
           PERFORM LER-RECEBIMENTO.

       GUARDA-PAGAMENTO.
           IF WRK-PAG-QTD < 10
               ADD 1 TO WRK-PAG-QTD
               MOVE WRK-PAG-QTD TO WRK-IDX-PAG
           ELSE
               PERFORM DESLOCA-PAGAMENTO
                   VARYING WRK-IDX-PAG FROM 1 BY 1
                   UNTIL WRK-IDX-PAG > 9
               MOVE 10 TO WRK-IDX-PAG
           END-IF.
           MOVE RCB-DATA         TO WRK-PAG-DATA (WRK-IDX-PAG).
           MOVE WRK-RCB-TIPO-DOC TO WRK-PAG-TIPO-DOC (WRK-IDX-PAG).
           MOVE RCB-NUM-NF       TO WRK-PAG-NUMERO (WRK-IDX-PAG).
           MOVE WRK-RCB-PARCELA  TO WRK-PAG-PARCELA (WRK-IDX-PAG).
           MOVE RCB-VALOR        TO WRK-PAG-VALOR (WRK-IDX-PAG).
           MOVE WRK-ENCARGOS     TO WRK-PAG-ENCARGOS (WRK-IDX-PAG).
           MOVE SPACES           TO WRK-PAG-ORIGEM (WRK-IDX-PAG).
           IF RCB-RECUPERACAO
               MOVE 'RECUP' TO WRK-PAG-ORIGEM (WRK-IDX-PAG)
           END-IF.

       DESLOCA-PAGAMENTO.
           COMPUTE WRK-IDX-PROX = WRK-IDX-PAG + 1.
           MOVE WRK-PAG-ITEM (WRK-IDX-PROX)
             TO WRK-PAG-ITEM (WRK-IDX-PAG).

      *****************************************************
      * MONTA-DEVOLUCOES - ITENS DEVOLVIDOS DE CADA NOTA DE
      * CREDITO DA TABELA E A NF DE ORIGEM DA DEVOLUCAO
      *****************************************************
       MONTA-DEVOLUCOES.
           IF WRK-NC-QTD > 0
               OPEN INPUT DEVOLUCOES
               IF WRK-DEVOLUCOES-ST = '00'
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM LER-DEVOLUCAO
                   PERFORM CONFERE-DEVOLUCAO
                       UNTIL WRK-FIM-ARQUIVO-OK
                   CLOSE DEVOLUCOES
               END-IF
           END-IF.

       LER-DEVOLUCAO.
           READ DEVOLUCOES
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-DEVOLUCAO.
           SET WRK-IDX-NC TO 1.
           SEARCH WRK-NC-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-NC > WRK-NC-QTD
                   CONTINUE
               WHEN WRK-NC-NUMERO (WRK-IDX-NC) = DEV-NC-NUMERO
                   MOVE DEV-NUM-NF TO WRK-NC-NF-DEVOL (WRK-IDX-NC)
                   ADD 1 TO WRK-NC-QTD-ITENS (WRK-IDX-NC)
           END-SEARCH.
           PERFORM LER-DEVOLUCAO.

       MONTA-ORCAMENTOS.
           OPEN INPUT ORCAMENTO.
           IF WRK-ORCAMENTO-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-ORCAMENTO
               PERFORM CONFERE-ORCAMENTO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE ORCAMENTO
           END-IF.

       LER-ORCAMENTO.
           READ ORCAMENTO NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-ORCAMENTO.
           IF ORC-CLI-CODIGO = WRK-CLI-CODIGO AND ORC-ABERTO
               ADD 1 TO WRK-QTD-ORC-ABERTOS
               IF WRK-ORC-QTD < 20
                   ADD 1 TO WRK-ORC-QTD
                   MOVE ORC-NUMERO   TO WRK-ORC-NUM (WRK-ORC-QTD)
                   MOVE ORC-DATA     TO WRK-ORC-DATA (WRK-ORC-QTD)
                   MOVE ORC-VALIDADE TO WRK-ORC-VALIDADE (WRK-ORC-QTD)
                   COMPUTE WRK-ORC-TOTAL (WRK-ORC-QTD) =
                       ORC-TOTAL-VALOR + ORC-TOTAL-FRETE
                   MOVE SPACES TO WRK-ORC-VENCIDO (WRK-ORC-QTD)
                   IF ORC-VALIDADE < WRK-DATA-HOJE
                       MOVE 'VENCIDO' TO WRK-ORC-VENCIDO (WRK-ORC-QTD)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-ORCAMENTO.

      *****************************************************
      * MOSTRA-POSICAO - A TELA DA POSICAO DO CLIENTE
      *****************************************************
       MOSTRA-POSICAO.
           PERFORM MOSTRA-CADASTRO.
           PERFORM MOSTRA-CREDITO.
           PERFORM MOSTRA-PEDIDOS.
           PERFORM MOSTRA-TITULOS.
           PERFORM MOSTRA-PAGAMENTOS.
           PERFORM MOSTRA-NOTAS-CREDITO.
           PERFORM MOSTRA-ORCAMENTOS.

       MOSTRA-CADASTRO.
           EVALUATE TRUE
               WHEN CLI-CREDITO-OK
                   MOVE 'ATIVO'             TO WRK-SITUACAO
               WHEN CLI-CREDITO-BLOQUEADO
                   MOVE 'CREDITO BLOQUEADO' TO WRK-SITUACAO
               WHEN CLI-INATIVO
                   MOVE 'INATIVO'           TO WRK-SITUACAO
               WHEN OTHER
                   MOVE 'SEM SITUACAO'      TO WRK-SITUACAO
           END-EVALUATE.
           DISPLAY '===================================='.
           DISPLAY 'CLIENTE ' CLI-CODIGO ' - ' CLI-NOME.
           DISPLAY 'ENDERECO.. ' CLI-ENDERECO.
           DISPLAY 'UF ' CLI-UF '   CEP ' CLI-CEP
                   '   CPF ' CLI-CPF.
           DISPLAY 'SITUACAO.. ' WRK-SITUACAO
                   '   COND. PAGTO ' CLI-COND-PAGTO
                   '   TRANSP. PREFERIDA ' CLI-TRANSP-PREF.

       MOSTRA-CREDITO.
           DISPLAY '------------------------------------'.
           DISPLAY 'CREDITO'.
           IF CLI-LIMITE-CREDITO = ZEROS
               DISPLAY '  LIMITE DE CREDITO.. SEM LIMITE DEFINIDO'
           ELSE
               MOVE CLI-LIMITE-CREDITO TO WRK-VALOR-ED
               DISPLAY '  LIMITE DE CREDITO.. ' WRK-VALOR-ED
           END-IF.
           MOVE WRK-EXPOSICAO TO WRK-SALDO-ED.
           DISPLAY '  EXPOSICAO ATUAL... ' WRK-SALDO-ED.
           IF CLI-LIMITE-CREDITO > ZEROS
               COMPUTE WRK-DISPONIVEL =
                   CLI-LIMITE-CREDITO - WRK-EXPOSICAO
               MOVE WRK-DISPONIVEL TO WRK-SALDO-ED
               IF WRK-DISPONIVEL < ZEROS
                   DISPLAY '  DISPONIVEL........ ' WRK-SALDO-ED
                           ' LIMITE EXCEDIDO'
               ELSE
                   DISPLAY '  DISPONIVEL........ ' WRK-SALDO-ED
               END-IF
           END-IF.
           MOVE WRK-TOTAL-VENCIDO TO WRK-SALDO-ED.
           DISPLAY '  TITULOS VENCIDOS.. ' WRK-SALDO-ED.
           DISPLAY '  (TITULOS EM ABERTO - CREDITOS + PEDIDOS '
                   'PENDENTES)'.

       MOSTRA-PEDIDOS.
           DISPLAY '------------------------------------'.
           MOVE WRK-QTD-PED-ABERTOS TO WRK-QTD-ED.
           DISPLAY 'PEDIDOS EM ABERTO (' WRK-QTD-ED ')'.
           IF WRK-PEDIDOS-IMPLANTADO
               IF WRK-PED-QTD > 0
                   DISPLAY '  PEDIDO   SITUACAO          DESDE'
                           '    PROMESSA'
                   PERFORM MOSTRA-PEDIDO
                       VARYING WRK-IDX-PED FROM 1 BY 1
                       UNTIL WRK-IDX-PED > WRK-PED-QTD
               ELSE
                   DISPLAY '  NENHUM PEDIDO EM ABERTO'
               END-IF
           ELSE
               DISPLAY '  ARQUIVO DE PEDIDOS NAO IMPLANTADO'
           END-IF.

       MOSTRA-PEDIDO.
           DISPLAY '  ' WRK-PED-NUMERO (WRK-IDX-PED)
                   ' ' WRK-PED-SITUACAO (WRK-IDX-PED)
                   ' ' WRK-PED-DATA (WRK-IDX-PED)
                   ' ' WRK-PED-PROMESSA (WRK-IDX-PED)
                   ' ' WRK-PED-ATRASO (WRK-IDX-PED).

       MOSTRA-TITULOS.
           DISPLAY '------------------------------------'.
           MOVE WRK-QTD-TIT-ABERTOS TO WRK-QTD-ED.
           MOVE WRK-TOTAL-ABERTO TO WRK-SALDO-ED.
           DISPLAY 'TITULOS EM ABERTO (' WRK-QTD-ED ') - SALDO '
                   WRK-SALDO-ED.
           IF WRK-TITULOS-IMPLANTADO
               IF WRK-TIT-QTD > 0
                   DISPLAY '  T NUMERO   PC VENCTO          SALDO'
                           ' ATRASO ESTAGIO'
                   PERFORM MOSTRA-TITULO
                       VARYING WRK-IDX-TIT FROM 1 BY 1
                       UNTIL WRK-IDX-TIT > WRK-TIT-QTD
               ELSE
                   DISPLAY '  NENHUM TITULO EM ABERTO'
               END-IF
           ELSE
               DISPLAY '  CONTAS A RECEBER NAO IMPLANTADO'
           END-IF.

       MOSTRA-TITULO.
           MOVE WRK-TIT-SALDO (WRK-IDX-TIT) TO WRK-VALOR2-ED.
           MOVE WRK-TIT-ATRASO (WRK-IDX-TIT) TO WRK-DIAS-ED.
           DISPLAY '  ' WRK-TIT-TIPO-DOC (WRK-IDX-TIT)
                   ' ' WRK-TIT-NUM (WRK-IDX-TIT)
                   ' ' WRK-TIT-PARC (WRK-IDX-TIT)
                   ' ' WRK-TIT-VENCTO (WRK-IDX-TIT)
                   ' ' WRK-VALOR2-ED
                   ' ' WRK-DIAS-ED
                   '  ' WRK-TIT-ESTAGIO (WRK-IDX-TIT).

       MOSTRA-PAGAMENTOS.
           DISPLAY '------------------------------------'.
           MOVE WRK-PAG-QTD TO WRK-QTD-ED.
           DISPLAY 'ULTIMOS PAGAMENTOS (' WRK-QTD-ED ')'.
           IF WRK-PAG-QTD > 0
               DISPLAY '  DATA     T TITULO   PC        VALOR'
                       '     ENCARGOS'
               PERFORM MOSTRA-PAGAMENTO
                   VARYING WRK-IDX-PAG FROM WRK-PAG-QTD BY -1
                   UNTIL WRK-IDX-PAG < 1
           ELSE
               DISPLAY '  NENHUM PAGAMENTO'
           END-IF.

       MOSTRA-PAGAMENTO.
           MOVE WRK-PAG-VALOR (WRK-IDX-PAG) TO WRK-VALOR2-ED.
           MOVE WRK-PAG-ENCARGOS (WRK-IDX-PAG) TO WRK-VALOR3-ED.
           DISPLAY '  ' WRK-PAG-DATA (WRK-IDX-PAG)
                   ' ' WRK-PAG-TIPO-DOC (WRK-IDX-PAG)
                   ' ' WRK-PAG-NUMERO (WRK-IDX-PAG)
                   ' ' WRK-PAG-PARCELA (WRK-IDX-PAG)
                   ' ' WRK-VALOR2-ED
                   ' ' WRK-VALOR3-ED
                   ' ' WRK-PAG-ORIGEM (WRK-IDX-PAG).

       MOSTRA-NOTAS-CREDITO.
           DISPLAY '------------------------------------'.
           MOVE WRK-NC-QTD TO WRK-QTD-ED.
           DISPLAY 'DEVOLUCOES E NOTAS DE CREDITO (' WRK-QTD-ED ')'.
           IF WRK-NC-QTD > 0
               DISPLAY '  NC       EMISSAO         VALOR'
                       '        SALDO S NF DEVOL ITENS'
               PERFORM MOSTRA-NOTA-CREDITO
                   VARYING WRK-IDX-NCS FROM WRK-NC-QTD BY -1
                   UNTIL WRK-IDX-NCS < 1
           ELSE
               DISPLAY '  NENHUMA NOTA DE CREDITO'
           END-IF.

       MOSTRA-NOTA-CREDITO.
           MOVE WRK-NC-VALOR (WRK-IDX-NCS) TO WRK-VALOR2-ED.
           MOVE WRK-NC-SALDO (WRK-IDX-NCS) TO WRK-VALOR3-ED.
           MOVE WRK-NC-QTD-ITENS (WRK-IDX-NCS) TO WRK-QTD-ED.
           DISPLAY '  ' WRK-NC-NUMERO (WRK-IDX-NCS)
                   ' ' WRK-NC-EMISSAO (WRK-IDX-NCS)
                   ' ' WRK-VALOR2-ED
                   ' ' WRK-VALOR3-ED
                   ' ' WRK-NC-STATUS (WRK-IDX-NCS)
                   ' ' WRK-NC-NF-DEVOL (WRK-IDX-NCS)
                   '   ' WRK-QTD-ED.

       MOSTRA-ORCAMENTOS.
           DISPLAY '------------------------------------'.
           MOVE WRK-QTD-ORC-ABERTOS TO WRK-QTD-ED.
           DISPLAY 'ORCAMENTOS EM ABERTO (' WRK-QTD-ED ')'.
           IF WRK-ORC-QTD > 0
               DISPLAY '  ORCAM.   EMISSAO  VALIDADE        TOTAL'
               PERFORM MOSTRA-ORCAMENTO
                   VARYING WRK-IDX-ORC FROM 1 BY 1
                   UNTIL WRK-IDX-ORC > WRK-ORC-QTD
           ELSE
               DISPLAY '  NENHUM ORCAMENTO EM ABERTO'
           END-IF.
           DISPLAY '===================================='.

       MOSTRA-ORCAMENTO.
           MOVE WRK-ORC-TOTAL (WRK-IDX-ORC) TO WRK-VALOR2-ED.
           DISPLAY '  ' WRK-ORC-NUM (WRK-IDX-ORC)
                   ' ' WRK-ORC-DATA (WRK-IDX-ORC)
                   ' ' WRK-ORC-VALIDADE (WRK-IDX-ORC)
                   ' ' WRK-VALOR2-ED
                   ' ' WRK-ORC-VENCIDO (WRK-IDX-ORC).

      *****************************************************
      * DETALHA-OPCAO - DA TELA DA POSICAO PARA OS ITENS DE
      * UM PEDIDO OU OS PAGAMENTOS DE UM TITULO DO CLIENTE
      *****************************************************
       DETALHA-OPCAO.
           DISPLAY 'DETALHAR: 1-ITENS DO PEDIDO 2-PAGAMENTOS DO '
                   'TITULO 0-SAIR.. '.
           MOVE 'N' TO WRK-OPCAO-SW.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM DETALHA-PEDIDO
               WHEN 2
                   PERFORM DETALHA-TITULO
               WHEN 0
                   SET WRK-SAIR TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

       DETALHA-PEDIDO.
           DISPLAY 'NUMERO DO PEDIDO.. '.
           MOVE 'N' TO WRK-NUM-PEDIDO-SW.
           PERFORM CAPTURA-NUM-PEDIDO UNTIL WRK-NUM-PEDIDO-VALIDO.
           IF NOT WRK-PEDIDOS-IMPLANTADO
               DISPLAY 'ARQUIVO DE PEDIDOS NAO IMPLANTADO'
           ELSE
               MOVE WRK-NUM-PEDIDO TO STP-NUM-PEDIDO
               READ STATUS-PEDIDO
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF STP-CLI-CODIGO NOT = WRK-CLI-CODIGO
                           DISPLAY 'PEDIDO DE OUTRO CLIENTE'
                       ELSE
                           PERFORM MOSTRA-ITENS-PEDIDO
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'DETALHE PEDIDO ' WRK-NUM-PEDIDO
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           PERFORM GRAVA-AUDITORIA
                       END-IF
               END-READ
           END-IF.

      *****************************************************
      * MOSTRA-ITENS-PEDIDO - ITENS COM AS QUANTIDADES
      * ENVIADA E ENTREGUE DAS LINHAS DE ENVIO (PROGCOB53);
      * ITEM SEM LINHA DE ENVIO AINDA NAO SAIU
      *****************************************************
       MOSTRA-ITENS-PEDIDO.
           PERFORM DESCREVE-SITUACAO-PEDIDO.
           DISPLAY '------------------------------------'.
           DISPLAY 'PEDIDO ' STP-NUM-PEDIDO ' - ' WRK-SITUACAO
                   ' DESDE ' STP-DATA-STATUS.
           DISPLAY 'PROMESSA ' STP-DATA-PROMESSA
                   '   TRANSP. ' STP-TRANSP
                   '   PEDIDO DO CLIENTE ' STP-PEDIDO-CLIENTE.
           MOVE ZEROS TO WRK-TOTAL-PEDIDO.
           IF NOT WRK-ITENS-IMPLANTADO
               DISPLAY '  ITENS DE PEDIDO NAO IMPLANTADOS'
           ELSE
               DISPLAY '  SQ PRODUTO DESCRICAO          QTD'
                       '        VALOR ENV ENT'
               MOVE 'N' TO WRK-FIM-ITENS
               MOVE STP-NUM-PEDIDO TO WRK-EXP-NUM-PEDIDO
               MOVE STP-NUM-PEDIDO TO ITP-NUM-PEDIDO
               MOVE 01 TO ITP-ITEM-SEQ
               START ITENS-PEDIDO KEY >= ITP-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ITENS-OK TO TRUE
               END-START
               PERFORM LER-ITEM-EXPOSICAO
               PERFORM MOSTRA-ITEM-PEDIDO UNTIL WRK-FIM-ITENS-OK
               MOVE WRK-TOTAL-PEDIDO TO WRK-SALDO-ED
               DISPLAY '  TOTAL COM FRETE.. ' WRK-SALDO-ED
           END-IF.

       MOSTRA-ITEM-PEDIDO.
           ADD ITP-VALOR ITP-FRETE TO WRK-TOTAL-PEDIDO.
           MOVE ITP-VALOR TO WRK-VALOR2-ED.
           MOVE '  -' TO WRK-ENV-ED WRK-ENT-ED.
           IF WRK-ENVIOS-IMPLANTADO
               MOVE ITP-CHAVE TO ENV-CHAVE
               READ ENVIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ENV-QTD-ENVIADA  TO WRK-ENV-ED
                       MOVE ENV-QTD-ENTREGUE TO WRK-ENT-ED
               END-READ
           END-IF.
           DISPLAY '  ' ITP-ITEM-SEQ ' ' ITP-PROD-CODIGO
                   ' ' ITP-DESCRICAO ' ' ITP-QUANTIDADE
                   ' ' WRK-VALOR2-ED ' ' WRK-ENV-ED ' ' WRK-ENT-ED.
           PERFORM LER-ITEM-EXPOSICAO.

      *****************************************************
      * DETALHA-TITULO - QUALQUER TITULO DO CLIENTE, ABERTO
      * OU NAO, COM OS PAGAMENTOS DO RECEBTOS
      *****************************************************
       DETALHA-TITULO.
           DISPLAY 'TIPO DO TITULO (F/E/A/C).. '.
           MOVE SPACES TO WRK-TIT-TIPO.
           PERFORM CAPTURA-TIT-TIPO UNTIL WRK-TIT-TIPO-VALIDO.
           DISPLAY 'NUMERO.................... '.
           MOVE 'N' TO WRK-TIT-NUMERO-SW.
           PERFORM CAPTURA-TIT-NUMERO UNTIL WRK-TIT-NUMERO-VALIDO.
           DISPLAY 'PARCELA................... '.
           MOVE 'N' TO WRK-TIT-PARCELA-SW.
           PERFORM CAPTURA-TIT-PARCELA UNTIL WRK-TIT-PARCELA-VALIDA.
           IF NOT WRK-TITULOS-IMPLANTADO
               DISPLAY 'CONTAS A RECEBER NAO IMPLANTADO'
           ELSE
               MOVE WRK-TIT-TIPO    TO TIT-TIPO-DOC
               MOVE WRK-TIT-NUMERO  TO TIT-NUMERO
               MOVE WRK-TIT-PARCELA TO TIT-PARCELA
               READ TITULOS
                   INVALID KEY
                       DISPLAY 'TITULO NAO ENCONTRADO'
                   NOT INVALID KEY
                       IF TIT-CLI-CODIGO NOT = WRK-CLI-CODIGO
                           DISPLAY 'TITULO DE OUTRO CLIENTE'
                       ELSE
                           PERFORM MOSTRA-PAGAMENTOS-TITULO
                           MOVE SPACES TO WRK-DETALHE
                           STRING 'DETALHE TITULO ' WRK-TIT-TIPO
                                  WRK-TIT-NUMERO '/' WRK-TIT-PARCELA
                               DELIMITED BY SIZE INTO WRK-DETALHE
                           PERFORM GRAVA-AUDITORIA
                       END-IF
               END-READ
           END-IF.

       CAPTURA-TIT-TIPO.
           ACCEPT WRK-TIT-TIPO.
           IF NOT WRK-TIT-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - DIGITE F, E, A OU C'
           END-IF.

       MOSTRA-PAGAMENTOS-TITULO.
           EVALUATE TRUE
               WHEN TIT-ABERTO
                   MOVE 'ABERTO'            TO WRK-SITUACAO
               WHEN TIT-LIQUIDADO
                   MOVE 'LIQUIDADO'         TO WRK-SITUACAO
               WHEN TIT-CANCELADO
                   MOVE 'CANCELADO'         TO WRK-SITUACAO
               WHEN TIT-BAIXADO-PERDA
                   MOVE 'BAIXADO POR PERDA' TO WRK-SITUACAO
               WHEN TIT-RENEGOCIADO
                   MOVE 'RENEGOCIADO'       TO WRK-SITUACAO
               WHEN OTHER
                   MOVE 'SEM SITUACAO'      TO WRK-SITUACAO
           END-EVALUATE.
           DISPLAY '------------------------------------'.
           DISPLAY 'TITULO ' TIT-TIPO-DOC ' ' TIT-NUMERO '/'
                   TIT-PARCELA ' - ' WRK-SITUACAO.
           MOVE TIT-VALOR TO WRK-VALOR2-ED.
           DISPLAY 'EMISSAO ' TIT-DATA-EMISSAO
                   '   VENCTO ' TIT-DATA-VENCTO
                   '   VALOR ' WRK-VALOR2-ED.
           MOVE TIT-SALDO TO WRK-VALOR2-ED.
           DISPLAY 'SALDO ' WRK-VALOR2-ED
                   '   REFERENCIA (NF/ACORDO) ' TIT-NF-REF.
           IF TIT-ABERTO
               PERFORM DESCREVE-ESTAGIO
               DISPLAY 'ESTAGIO DE COBRANCA.. ' WRK-ESTAGIO
           END-IF.
           MOVE ZEROS TO WRK-QTD-PAGTOS-TIT WRK-TOTAL-PAGO.
           OPEN INPUT RECEBIMENTOS.
           IF WRK-RECEBIMENTOS-ST = '00'
               DISPLAY '  DATA             VALOR        MULTA'
                       '        JUROS TIPO'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-RECEBIMENTO
               PERFORM CONFERE-PAGAMENTO-TITULO
                   UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE RECEBIMENTOS
           END-IF.
           IF WRK-QTD-PAGTOS-TIT = 0
               DISPLAY '  NENHUM PAGAMENTO DO TITULO'
           ELSE
               MOVE WRK-TOTAL-PAGO TO WRK-SALDO-ED
               DISPLAY '  TOTAL PAGO (PRINCIPAL).. ' WRK-SALDO-ED
           END-IF.

       CONFERE-PAGAMENTO-TITULO.
           IF RCB-NUM-NF = TIT-NUMERO
              AND WRK-RCB-PARCELA = TIT-PARCELA
              AND WRK-RCB-TIPO-DOC = TIT-TIPO-DOC
               ADD 1 TO WRK-QTD-PAGTOS-TIT
               ADD RCB-VALOR TO WRK-TOTAL-PAGO
               MOVE RCB-VALOR TO WRK-VALOR2-ED
               MOVE ZEROS TO WRK-VALOR3-ED WRK-VALOR4-ED
               IF RCB-VALOR-MULTA IS NUMERIC
                   MOVE RCB-VALOR-MULTA TO WRK-VALOR3-ED
               END-IF
               IF RCB-VALOR-JUROS IS NUMERIC
                   MOVE RCB-VALOR-JUROS TO WRK-VALOR4-ED
               END-IF
               PERFORM DESCREVE-TIPO-PAGAMENTO
               DISPLAY '  ' RCB-DATA ' ' WRK-VALOR2-ED
                       ' ' WRK-VALOR3-ED ' ' WRK-VALOR4-ED
                       ' ' WRK-TIPO-PAGTO
           END-IF.
           PERFORM LER-RECEBIMENTO.

       DESCREVE-TIPO-PAGAMENTO.
           EVALUATE TRUE
               WHEN RCB-RECUPERACAO
                   MOVE 'RECUPERACAO' TO WRK-TIPO-PAGTO
               WHEN RCB-TOTAL
                   MOVE 'TOTAL'       TO WRK-TIPO-PAGTO
               WHEN OTHER
                   MOVE 'PARCIAL'     TO WRK-TIPO-PAGTO
           END-EVALUATE.

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
           MOVE 'PROGC160' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-DETALHE ' CLIENTE=' WRK-CLI-CODIGO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-TIPO-PESQ
               VALIDNUM-CAMPO     BY WRK-TIPO-PESQ
               VALIDNUM-CHAVE-SW  BY WRK-TIPO-PESQ-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CLI-CODIGO
               VALIDNUM-CAMPO     BY WRK-CLI-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-CLI-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CPF
               VALIDNUM-CAMPO     BY WRK-CPF
               VALIDNUM-CHAVE-SW  BY WRK-CPF-CAPT-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-NUM-PEDIDO
               VALIDNUM-CAMPO     BY WRK-NUM-PEDIDO
               VALIDNUM-CHAVE-SW  BY WRK-NUM-PEDIDO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-TIT-NUMERO
               VALIDNUM-CAMPO     BY WRK-TIT-NUMERO
               VALIDNUM-CHAVE-SW  BY WRK-TIT-NUMERO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-TIT-PARCELA
               VALIDNUM-CAMPO     BY WRK-TIT-PARCELA
               VALIDNUM-CHAVE-SW  BY WRK-TIT-PARCELA-SW.

           COPY VALIDCPF.
