      * PASSA A SER GRAVADA NO KARDEX (KARDXREG) COM O
      * NUMERO DA NF GERADA, COMO TODA ALTERACAO DE
      * ETQ-SALDO
      * 2026-10-15 LC  O ITEM CONVERTIDO GRAVA NO ITPEDIDO O
      * CUSTO MEDIO DO ESTOQUE NA BAIXA E O KARDEX SAI
      * VALORIZADO AO CUSTO MEDIO
      * 2026-10-15 LC  ESTOQUE POR DEPOSITO - A VERIFICACAO E
      * A BAIXA DE CADA ITEM USAM O DEPOSITO QUE ATENDE A
      * ZONA DE ENTREGA DO CLIENTE, COM RECURSO A OUTRO
      * DEPOSITO COM SALDO (ROTINA ESCDEPOS); O DEPOSITO VAI
      * PARA O ITPEDIDO E O KARDEX
      * 2026-10-15 LC  LOTE E VALIDADE - A BAIXA DO ITEM
      * CONSOME OS LOTES NA ORDEM DO PRIMEIRO A VENCER E
      * NAO CONTA O SALDO DE LOTE VENCIDO (ROTINA
      * BAIXALOT); OS LOTES VAO PARA O ITPEDIDO E PARA O
      * KARDEX (UM MOVIMENTO POR LOTE)
      * 2026-10-15 LC  A CONVERSAO CONSOME A RESERVA DE
      * ESTOQUE DO ORCAMENTO - O ITEM RESERVADO SAI DO
      * DEPOSITO DA RESERVA, QUE CONTA A PROPRIA RESERVA COMO
      * DISPONIVEL; BAIXADO EM OUTRO DEPOSITO, A RESERVA E
      * LIBERADA
      * 2026-10-15 LC  O PEDIDO CONVERTIDO LEVA A CONDICAO DE
      * PAGAMENTO PADRAO DO CLIENTE (STP-COND-PAGTO) PARA AS
      * PARCELAS DO FATURAMENTO
      * 2026-10-15 LC  O PEDIDO CONVERTIDO LEVA A
      * TRANSPORTADORA ESCOLHIDA NO ORCAMENTO (STP-TRANSP)
      * 2026-10-15 LC  O ITEM CONVERTIDO LEVA O NCM E OS
      * TRIBUTOS (IPI, PIS E COFINS) CALCULADOS NO ORCAMENTO
      * 2026-10-15 LC  O PEDIDO CONVERTIDO GRAVA O PEDIDO DO
      * CLIENTE (STP-PEDIDO-CLIENTE) EM BRANCO
      * 2026-10-15 LC  O PEDIDO CONVERTIDO VAI PARA O LOCAL DE
      * ENTREGA ESCOLHIDO NO ORCAMENTO (ORC-ENT-SEQ NO
      * ENDENTRG); LOCAL 00, INATIVADO OU NAO ENCONTRADO
      * VOLTA AO ENDERECO DO CADASTRO. A ZONA SAI DO CEP
      * DESSE LOCAL, GRAVADO NO STATUSPD
      * 2026-10-15 LC  CONVERSAO COM DATA EM COMPETENCIA
      * FECHADA PARA VENDAS NO PERIODOS E RECUSADA (ROTINA
      * VERIFPER, COM REGISTRO NA TRILHA DE AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      * 2026-10-15 LC  KIT NA CONVERSAO - O ITEM KIT (COM
      * COMPOSICAO NO KITESTRU) E VERIFICADO E BAIXADO PELOS
      * COMPONENTES, CADA UM CONSUMINDO A SUA RESERVA DO
      * ORCAMENTO (KITRESRV) E GRAVANDO KARDEX, LOTES E O
      * KITBAIXA COM A NF, COMO NA VENDA DO PROGCOB09; O ITEM
      * KIT VAI PARA O ITPEDIDO SEM DEPOSITO E COM O CUSTO
      * SOMADO DOS COMPONENTES
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT DEPOSITO ASSIGN TO "DEPOSITO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOSITO-ST.
           SELECT CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLIENTE-STATUS.
           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOTES-ST.
           SELECT KARDEX ASSIGN TO "KARDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT ENDERECOS-ENTREGA ASSIGN TO "ENDENTRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS WRK-ENDERECOS-ST.
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
           SELECT KIT-ESTRUTURA ASSIGN TO "KITESTRU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-KIT-ESTRU-ST.
           SELECT KIT-RESERVA ASSIGN TO "KITRESRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRS-CHAVE
               FILE STATUS IS WRK-KIT-RESERVA-ST.
           SELECT KIT-BAIXA ASSIGN TO "KITBAIXA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KBX-CHAVE
               FILE STATUS IS WRK-KIT-BAIXA-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO.
           COPY ITPEDREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  DEPOSITO.
           COPY DEPOSREG.
       FD  CLIENTE.
           COPY CLIREG.
       FD  KARDEX.
           COPY KARDXREG.
       FD  LOTES.
           COPY LOTEREG.
       FD  ENDERECOS-ENTREGA.
           COPY ENTRGREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       FD  KIT-ESTRUTURA.
           COPY KITREG.
       FD  KIT-RESERVA.
           COPY KITRSREG.
       FD  KIT-BAIXA.
           COPY KITBXREG.
       WORKING-STORAGE SECTION.
       77 WRK-ORCAMENTO-ST      PIC X(02) VALUE SPACES.
       77 WRK-ITENS-ORCAMENTO-ST PIC X(02) VALUE SPACES.
       77 WRK-NF-CONTROLE-ST    PIC X(02) VALUE SPACES.
       77 WRK-ITENS-PEDIDO-ST   PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO-ST       PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-KARDEX-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-LOTES-ST          PIC X(02) VALUE SPACES.
       77 WRK-SLOT              PIC 9(01) VALUE ZEROS.
       77 WRK-DEP-RESERVA       PIC 9(02) VALUE ZEROS.
       77 WRK-RESERVA-ITEM      PIC 9(06) VALUE ZEROS.
       77 WRK-CNV-PRODUTO       PIC 9(06) VALUE ZEROS.
       77 WRK-CNV-QTDE          PIC 9(06) VALUE ZEROS.
       77 WRK-CNV-RESERVADO     PIC 9(06) VALUE ZEROS.
       77 WRK-KIT-ESTRU-ST      PIC X(02) VALUE SPACES.
       77 WRK-KIT-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-KIT-ABERTO-OK VALUE 'S'.
       77 WRK-KIT-RESERVA-ST    PIC X(02) VALUE SPACES.
       77 WRK-KRS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-KRS-ABERTO-OK VALUE 'S'.
       77 WRK-KIT-BAIXA-ST      PIC X(02) VALUE SPACES.
       77 WRK-ITEM-KIT-SW       PIC X(01) VALUE 'N'.
           88 WRK-ITEM-KIT VALUE 'S'.
       77 WRK-FIM-KIT           PIC X(01) VALUE 'N'.
           88 WRK-FIM-KIT-OK VALUE 'S'.
       77 WRK-KIT-POS           PIC 9(02) VALUE ZEROS.
       77 WRK-KIT-QTD-COMP      PIC 9(02) VALUE ZEROS.
       77 WRK-KIT-MAX-COMP      PIC 9(02) VALUE 10.
       01 WRK-TAB-KIT.
           02 WRK-KIT-COMP OCCURS 10 TIMES.
               03 WRK-KC-CODIGO     PIC 9(06).
               03 WRK-KC-QTD-KIT    PIC 9(03).
               03 WRK-KC-NECESSARIO PIC 9(06).
       77 WRK-KB-COMP-SEQ       PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-RESERVA       PIC X(01) VALUE 'N'.
           88 WRK-FIM-RESERVA-OK VALUE 'S'.
       77 WRK-KR-QTD            PIC 9(02) VALUE ZEROS.
       77 WRK-KR-POS            PIC 9(02) VALUE ZEROS.
       77 WRK-KR-ATUAL          PIC 9(02) VALUE ZEROS.
       77 WRK-KR-ACHOU-SW       PIC X(01) VALUE 'N'.
           88 WRK-KR-ACHOU VALUE 'S'.
       01 WRK-TAB-KIT-RESERVA.
           02 WRK-KIT-RES OCCURS 10 TIMES.
               03 WRK-KR-CODIGO     PIC 9(06).
               03 WRK-KR-QTDE       PIC 9(06).
               03 WRK-KR-DEPOSITO   PIC 9(02).
               03 WRK-KR-USADA      PIC X(01).
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-NUM-ORCAMENTO     PIC 9(08) VALUE ZEROS.
           88 WRK-ESTOQUE-TODO-OK VALUE 'S'.
       77 WRK-PRAZO-PADRAO      PIC 9(02) VALUE 05.
       77 WRK-DATA-PROMESSA     PIC 9(08) VALUE ZEROS.
       77 WRK-ZONA-COD          PIC X(01) VALUE SPACES.
       77 WRK-ENDERECOS-ST      PIC X(02) VALUE SPACES.
       77 WRK-ENT-SEQ           PIC 9(02) VALUE ZEROS.
       77 WRK-ENT-ENDERECO      PIC X(40) VALUE SPACES.
       77 WRK-CEP-ENTREGA       PIC 9(08) VALUE ZEROS.
       77 WRK-ENT-CONTATO       PIC X(30) VALUE SPACES.
       01 WRK-TAB-ZONA-GRUPO.
           02 WRK-TAB-ZONA-P1 PIC X(23)
              VALUE '01000000199999991000002'.
           02 WRK-TAB-ZONA-P2 PIC X(23)
              VALUE '20000000399999992050003'.
           02 WRK-TAB-ZONA-P3 PIC X(23)
              VALUE '40000000599999993100005'.
           02 WRK-TAB-ZONA-P4 PIC X(23)
              VALUE '60000000799999994150007'.
           02 WRK-TAB-ZONA-P5 PIC X(23)
              VALUE '80000000999999995200010'.
       01 WRK-TAB-ZONA REDEFINES WRK-TAB-ZONA-GRUPO.
           02 WRK-ZONA-FAIXA OCCURS 5 TIMES
              INDEXED BY WRK-IDX-ZONA.
               03 WRK-ZONA-CEP-DE  PIC 9(08).
               03 WRK-ZONA-CEP-ATE PIC 9(08).
               03 WRK-ZONA-CODIGO  PIC X(01).
               03 WRK-ZONA-VLTAXA  PIC 9(02)V99.
               03 WRK-ZONA-PRZ-DIAS PIC 9(02).
           COPY DUTILREG.
           COPY DEPOSWRK.
           COPY LOTEWRK.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB20' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O ORCAMENTO.
           OPEN INPUT ITENS-ORCAMENTO.
           OPEN I-O STATUS-PEDIDO.
           OPEN I-O ITENS-PEDIDO.
           OPEN I-O ESTOQUE.
           OPEN INPUT CLIENTE.
           OPEN INPUT ENDERECOS-ENTREGA.
           OPEN I-O LOTES.
           IF WRK-LOTES-ST NOT = '00'
               CLOSE LOTES
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           OPEN INPUT KIT-ESTRUTURA.
           IF WRK-KIT-ESTRU-ST = '00'
               SET WRK-KIT-ABERTO-OK TO TRUE
           END-IF.
           OPEN INPUT KIT-RESERVA.
           IF WRK-KIT-RESERVA-ST = '00'
               SET WRK-KRS-ABERTO-OK TO TRUE
           END-IF.
           OPEN I-O KIT-BAIXA.
           IF WRK-KIT-BAIXA-ST NOT = '00'
               CLOSE KIT-BAIXA
               OPEN OUTPUT KIT-BAIXA
               CLOSE KIT-BAIXA
               OPEN I-O KIT-BAIXA
           END-IF.
           PERFORM CARREGA-DEPOSITOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-LOT-HOJE.

           DISPLAY 'NUMERO DO ORCAMENTO.. '
           PERFORM CAPTURA-NUM-ORCAMENTO
           END-READ.

           IF WRK-ORC-CONVERSIVEL
               MOVE 'V' TO WRK-PER-AREA
               MOVE WRK-DATA-HOJE TO WRK-PER-DATA
               MOVE 'PROGCOB20' TO WRK-PER-PROGRAMA
               MOVE WRK-NUM-ORCAMENTO TO WRK-PER-REFERENCIA
               PERFORM VERIFICA-PERIODO
               IF NOT WRK-PER-FECHADO
                   PERFORM CONVERTE-ORCAMENTO
               END-IF
           END-IF.

           CLOSE LOTES.
           CLOSE KIT-BAIXA.
           IF WRK-KRS-ABERTO-OK
               CLOSE KIT-RESERVA
           END-IF.
           IF WRK-KIT-ABERTO-OK
               CLOSE KIT-ESTRUTURA
           END-IF.
           IF WRK-ENDERECOS-ST = '00'
               CLOSE ENDERECOS-ENTREGA
           END-IF.
           CLOSE CLIENTE.
           CLOSE ESTOQUE.
           CLOSE ITENS-PEDIDO.
                           'PERMITIDA'
               WHEN OTHER
                   SET WRK-ORC-CONVERSIVEL TO TRUE
                   PERFORM DEFINE-LOCAL-ENTREGA
                   PERFORM BUSCA-ZONA-CEP
           END-EVALUATE.

      *****************************************************
      * DEFINE-LOCAL-ENTREGA - LOCAL DE ENTREGA ESCOLHIDO NO
      * ORCAMENTO; SEM LOCAL (00 OU ORCAMENTO ANTERIOR AO
      * CAMPO), OU COM O LOCAL JA INATIVADO, O PEDIDO VAI
      * PARA O ENDERECO DO CADASTRO
      *****************************************************
       DEFINE-LOCAL-ENTREGA.
           MOVE ZEROS        TO WRK-ENT-SEQ.
           MOVE CLI-ENDERECO TO WRK-ENT-ENDERECO.
           MOVE CLI-CEP      TO WRK-CEP-ENTREGA.
           MOVE SPACES       TO WRK-ENT-CONTATO.
           IF ORC-ENT-SEQ IS NUMERIC AND ORC-ENT-SEQ > 0
              AND WRK-ENDERECOS-ST = '00'
               MOVE ORC-CLI-CODIGO TO ENT-CLI-CODIGO
               MOVE ORC-ENT-SEQ    TO ENT-SEQ
               READ ENDERECOS-ENTREGA
                   INVALID KEY
                       DISPLAY 'LOCAL DE ENTREGA ' ORC-ENT-SEQ
                               ' NAO ENCONTRADO - VAI PARA O '
                               'CADASTRO'
                   NOT INVALID KEY
                       IF ENT-ATIVO
                           MOVE ENT-SEQ      TO WRK-ENT-SEQ
                           MOVE ENT-ENDERECO TO WRK-ENT-ENDERECO
                           MOVE ENT-CEP      TO WRK-CEP-ENTREGA
                           MOVE ENT-CONTATO  TO WRK-ENT-CONTATO
                       ELSE
                           DISPLAY 'LOCAL DE ENTREGA ' ORC-ENT-SEQ
                                   ' INATIVO - VAI PARA O CADASTRO'
                       END-IF
               END-READ
           END-IF.
           DISPLAY 'ENTREGA EM.. ' WRK-ENT-ENDERECO.

      *****************************************************
      * BUSCA-ZONA-CEP - ZONA DE ENTREGA DO CLIENTE PELA
      * MESMA TABELA DO PROGCOB09, PARA A BAIXA SAIR DO
      * DEPOSITO QUE ATENDE A ZONA
      *****************************************************
       BUSCA-ZONA-CEP.
           SET WRK-IDX-ZONA TO 1.
           SEARCH WRK-ZONA-FAIXA
               AT END
                   MOVE SPACES TO WRK-ZONA-COD
               WHEN WRK-CEP-ENTREGA >= WRK-ZONA-CEP-DE (WRK-IDX-ZONA)
                AND WRK-CEP-ENTREGA <= WRK-ZONA-CEP-ATE (WRK-IDX-ZONA)
                   MOVE WRK-ZONA-CODIGO (WRK-IDX-ZONA) TO WRK-ZONA-COD
           END-SEARCH.

       CONVERTE-ORCAMENTO.
           PERFORM VERIFICA-ESTOQUE-ORCAMENTO.
           IF WRK-ESTOQUE-TODO-OK
           PERFORM VERIFICA-ESTOQUE-ITEM UNTIL WRK-FIM-ITENS-OK.

       VERIFICA-ESTOQUE-ITEM.
           PERFORM CARREGA-COMPOSICAO-KIT.
           IF WRK-ITEM-KIT
               PERFORM CARREGA-RESERVA-KIT
               PERFORM VERIFICA-COMPONENTE-KIT
                   VARYING WRK-KIT-POS FROM 1 BY 1
                   UNTIL WRK-KIT-POS > WRK-KIT-QTD-COMP
           ELSE
               PERFORM ESCOLHE-DEPOSITO-ITEM
               IF WRK-DEP-ESCOLHIDO = 0
                   MOVE 'N' TO WRK-ESTOQUE-SW
                   IF WRK-DEP-DISPONIVEL = 0
                       DISPLAY 'PRODUTO ' ITO-PROD-CODIGO
                               ' SEM SALDO DE ESTOQUE'
                   ELSE
                       DISPLAY 'PRODUTO ' ITO-PROD-CODIGO
                               ' ESTOQUE INSUFICIENTE - DISPONIVEL '
                               WRK-DEP-DISPONIVEL
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-ITEM.

       VERIFICA-COMPONENTE-KIT.
           PERFORM PREPARA-COMPONENTE-KIT.
           PERFORM ESCOLHE-DEPOSITO-RESERVA.
           IF WRK-DEP-ESCOLHIDO = 0
               MOVE 'N' TO WRK-ESTOQUE-SW
               DISPLAY 'KIT ' ITO-PROD-CODIGO ' COMPONENTE '
                       WRK-CNV-PRODUTO ' SEM SALDO - NECESSARIO '
                       WRK-CNV-QTDE ' DISPONIVEL '
                       WRK-DEP-DISPONIVEL
           END-IF.

      *****************************************************
      * ESCOLHE-DEPOSITO-ITEM - ITEM COM RESERVA SAI DO
      * DEPOSITO DA RESERVA, QUE CONTA A PROPRIA RESERVA DO
      * ITEM COMO DISPONIVEL; SEM RESERVA (OU COM O SALDO DO
      * DEPOSITO DA RESERVA AJUSTADO PARA BAIXO) VALE A
      * ESCOLHA NORMAL DA ROTINA ESCDEPOS. O COMPONENTE DE
      * KIT USA A MESMA REGRA COM A RESERVA DO KITRESRV
      *****************************************************
       ESCOLHE-DEPOSITO-ITEM.
           MOVE ITO-PROD-CODIGO TO WRK-CNV-PRODUTO.
           MOVE ITO-QUANTIDADE  TO WRK-CNV-QTDE.
           MOVE ITO-QUANTIDADE  TO WRK-CNV-RESERVADO.
           IF ITO-DEPOSITO IS NUMERIC
               MOVE ITO-DEPOSITO TO WRK-DEP-RESERVA
           ELSE
               MOVE ZEROS TO WRK-DEP-RESERVA
           END-IF.
           PERFORM ESCOLHE-DEPOSITO-RESERVA.

       ESCOLHE-DEPOSITO-RESERVA.
           MOVE ZEROS TO WRK-DEP-ESCOLHIDO.
           MOVE ZEROS TO WRK-RESERVA-ITEM.
           IF WRK-DEP-RESERVA > 0
               MOVE WRK-CNV-PRODUTO TO ETQ-PROD-CODIGO
               MOVE WRK-DEP-RESERVA TO ETQ-DEPOSITO
               READ ESTOQUE
                   NOT INVALID KEY
                       PERFORM TESTA-DEPOSITO-RESERVA
               END-READ
           END-IF.
           IF WRK-DEP-ESCOLHIDO = 0
               MOVE WRK-CNV-PRODUTO TO WRK-DEP-PRODUTO
               MOVE WRK-CNV-QTDE    TO WRK-DEP-QTDE
               MOVE WRK-ZONA-COD    TO WRK-DEP-ZONA
               PERFORM ESCOLHE-DEPOSITO
           END-IF.

       TESTA-DEPOSITO-RESERVA.
           IF ETQ-RESERVADO > WRK-CNV-RESERVADO
               MOVE WRK-CNV-RESERVADO TO WRK-RESERVA-ITEM
           ELSE
               MOVE ETQ-RESERVADO  TO WRK-RESERVA-ITEM
           END-IF.
           PERFORM CALCULA-SALDO-LIVRE.
           IF WRK-DEP-LIVRE + WRK-RESERVA-ITEM >= WRK-CNV-QTDE
               MOVE WRK-DEP-RESERVA TO WRK-DEP-ESCOLHIDO
           END-IF.

      *****************************************************
      * LIBERA-RESERVA-ITEM - A BAIXA SAIU DE OUTRO
      * DEPOSITO (OU NAO HOUVE BAIXA): A RESERVA DO ITEM E
      * DEVOLVIDA AO DISPONIVEL DO DEPOSITO DA RESERVA
      *****************************************************
       LIBERA-RESERVA-ITEM.
           MOVE WRK-CNV-PRODUTO TO ETQ-PROD-CODIGO.
           MOVE WRK-DEP-RESERVA TO ETQ-DEPOSITO.
           READ ESTOQUE
               NOT INVALID KEY
                   IF ETQ-RESERVADO > WRK-CNV-RESERVADO
                       SUBTRACT WRK-CNV-RESERVADO FROM ETQ-RESERVADO
                   ELSE
                       MOVE ZEROS TO ETQ-RESERVADO
                   END-IF
                   REWRITE ETQ-REGISTRO
           END-READ.

      *****************************************************
      * CARREGA-COMPOSICAO-KIT - LE OS COMPONENTES DO
      * PRODUTO NO KITESTRU; PRODUTO COM COMPONENTES E KIT
      *****************************************************
       CARREGA-COMPOSICAO-KIT.
           MOVE 'N' TO WRK-ITEM-KIT-SW.
           MOVE ZEROS TO WRK-KIT-QTD-COMP.
           IF WRK-KIT-ABERTO-OK
               MOVE 'N' TO WRK-FIM-KIT
               MOVE ITO-PROD-CODIGO TO KIT-PROD-CODIGO
               MOVE ZEROS TO KIT-COMP-CODIGO
               START KIT-ESTRUTURA KEY >= KIT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-KIT-OK TO TRUE
               END-START
               PERFORM LER-COMPONENTE-KIT UNTIL WRK-FIM-KIT-OK
               IF WRK-KIT-QTD-COMP > 0
                   SET WRK-ITEM-KIT TO TRUE
               END-IF
           END-IF.

       LER-COMPONENTE-KIT.
           READ KIT-ESTRUTURA NEXT
               AT END
                   SET WRK-FIM-KIT-OK TO TRUE
               NOT AT END
                   IF KIT-PROD-CODIGO NOT = ITO-PROD-CODIGO
                    OR WRK-KIT-QTD-COMP >= WRK-KIT-MAX-COMP
                       SET WRK-FIM-KIT-OK TO TRUE
                   ELSE
                       ADD 1 TO WRK-KIT-QTD-COMP
                       MOVE KIT-COMP-CODIGO
                           TO WRK-KC-CODIGO (WRK-KIT-QTD-COMP)
                       MOVE KIT-QUANTIDADE
                           TO WRK-KC-QTD-KIT (WRK-KIT-QTD-COMP)
                       COMPUTE WRK-KC-NECESSARIO (WRK-KIT-QTD-COMP)
                           = ITO-QUANTIDADE * KIT-QUANTIDADE
                   END-IF
           END-READ.

      *****************************************************
      * CARREGA-RESERVA-KIT - COMPONENTES RESERVADOS PARA O
      * ITEM KIT NO ORCAMENTO (KITRESRV), COM O DEPOSITO DA
      * RESERVA; ORCAMENTO ANTERIOR AO KITRESRV NAO TEM
      * RESERVA DE COMPONENTE
      *****************************************************
       CARREGA-RESERVA-KIT.
           MOVE ZEROS TO WRK-KR-QTD.
           IF WRK-KRS-ABERTO-OK
               MOVE 'N' TO WRK-FIM-RESERVA
               MOVE WRK-NUM-ORCAMENTO TO KRS-NUMERO
               MOVE ITO-ITEM-SEQ      TO KRS-ITEM-SEQ
               MOVE ZEROS             TO KRS-COMP-SEQ
               START KIT-RESERVA KEY >= KRS-CHAVE
                   INVALID KEY
                       SET WRK-FIM-RESERVA-OK TO TRUE
               END-START
               PERFORM LER-RESERVA-KIT UNTIL WRK-FIM-RESERVA-OK
           END-IF.

       LER-RESERVA-KIT.
           READ KIT-RESERVA NEXT
               AT END
                   SET WRK-FIM-RESERVA-OK TO TRUE
               NOT AT END
                   IF KRS-NUMERO NOT = WRK-NUM-ORCAMENTO
                    OR KRS-ITEM-SEQ NOT = ITO-ITEM-SEQ
                    OR WRK-KR-QTD >= WRK-KIT-MAX-COMP
                       SET WRK-FIM-RESERVA-OK TO TRUE
                   ELSE
                       ADD 1 TO WRK-KR-QTD
                       MOVE KRS-COMP-CODIGO
                           TO WRK-KR-CODIGO (WRK-KR-QTD)
                       MOVE KRS-QUANTIDADE
                           TO WRK-KR-QTDE (WRK-KR-QTD)
                       MOVE KRS-DEPOSITO
                           TO WRK-KR-DEPOSITO (WRK-KR-QTD)
                       MOVE 'N' TO WRK-KR-USADA (WRK-KR-QTD)
                   END-IF
           END-READ.

      *****************************************************
      * PREPARA-COMPONENTE-KIT - PRODUTO E QUANTIDADE DO
      * COMPONENTE PARA A QUANTIDADE DE KITS DO ITEM, COM O
      * DEPOSITO E A QUANTIDADE DA SUA RESERVA, SE HOUVER
      *****************************************************
       PREPARA-COMPONENTE-KIT.
           MOVE WRK-KC-CODIGO (WRK-KIT-POS)     TO WRK-CNV-PRODUTO.
           MOVE WRK-KC-NECESSARIO (WRK-KIT-POS) TO WRK-CNV-QTDE.
           MOVE ZEROS TO WRK-DEP-RESERVA.
           MOVE ZEROS TO WRK-CNV-RESERVADO.
           MOVE 'N' TO WRK-KR-ACHOU-SW.
           PERFORM LOCALIZA-RESERVA-KIT
               VARYING WRK-KR-POS FROM 1 BY 1
               UNTIL WRK-KR-POS > WRK-KR-QTD
                  OR WRK-KR-ACHOU.

       LOCALIZA-RESERVA-KIT.
           IF WRK-KR-CODIGO (WRK-KR-POS) = WRK-CNV-PRODUTO
              AND WRK-KR-USADA (WRK-KR-POS) NOT = 'S'
               SET WRK-KR-ACHOU TO TRUE
               MOVE WRK-KR-POS TO WRK-KR-ATUAL
               MOVE WRK-KR-DEPOSITO (WRK-KR-POS) TO WRK-DEP-RESERVA
               MOVE WRK-KR-QTDE (WRK-KR-POS) TO WRK-CNV-RESERVADO
           END-IF.

       GRAVA-PEDIDO-CONVERTIDO.
           PERFORM CALCULA-DATA-PROMESSA.
           MOVE WRK-NUM-PEDIDO   TO STP-NUM-PEDIDO.
           SET STP-PENDENTE      TO TRUE.
           MOVE WRK-DATA-HOJE    TO STP-DATA-STATUS.
           MOVE WRK-DATA-PROMESSA TO STP-DATA-PROMESSA.
           IF CLI-COND-PAGTO IS NUMERIC
               MOVE CLI-COND-PAGTO TO STP-COND-PAGTO
           ELSE
               MOVE ZEROS TO STP-COND-PAGTO
           END-IF.
           IF ORC-TRANSP IS NUMERIC
               MOVE ORC-TRANSP TO STP-TRANSP
           ELSE
               MOVE ZEROS TO STP-TRANSP
           END-IF.
           MOVE SPACES TO STP-PEDIDO-CLIENTE.
           MOVE WRK-ENT-SEQ      TO STP-ENT-SEQ.
           MOVE WRK-ENT-ENDERECO TO STP-ENT-ENDERECO.
           MOVE WRK-CEP-ENTREGA  TO STP-ENT-CEP.
           MOVE WRK-ENT-CONTATO  TO STP-ENT-CONTATO.
           WRITE STP-REGISTRO.
           MOVE 'N' TO WRK-FIM-ITENS.
           PERFORM POSICIONA-ITENS.
           MOVE ITO-ICMS        TO ITP-ICMS.
           MOVE ITO-UF          TO ITP-UF.
           MOVE ITO-ICMS-PERC   TO ITP-ICMS-PERC.
           MOVE ITO-NCM         TO ITP-NCM.
           MOVE ITO-IPI         TO ITP-IPI.
           MOVE ITO-IPI-PERC    TO ITP-IPI-PERC.
           MOVE ITO-PIS         TO ITP-PIS.
           MOVE ITO-PIS-PERC    TO ITP-PIS-PERC.
           MOVE ITO-COFINS      TO ITP-COFINS.
           MOVE ITO-COFINS-PERC TO ITP-COFINS-PERC.
           MOVE WRK-DATA-HOJE   TO ITP-DATA.
           MOVE ZEROS           TO ITP-VENDEDOR.
           MOVE ZEROS           TO ITP-DESC-PERC.
           MOVE ZEROS           TO ITP-CUSTO-UNIT.
           MOVE ZEROS           TO WRK-LOT-QTD-USADOS.
           PERFORM CARREGA-COMPOSICAO-KIT.
           IF WRK-ITEM-KIT
               PERFORM BAIXA-KIT-CONVERTIDO
           ELSE
               PERFORM BAIXA-ITEM-CONVERTIDO
           END-IF.
           PERFORM MOVE-LOTE-ITEM
               VARYING WRK-SLOT FROM 1 BY 1 UNTIL WRK-SLOT > 5.
           WRITE ITP-REGISTRO.
           PERFORM LER-ITEM.

       BAIXA-ITEM-CONVERTIDO.
           PERFORM ESCOLHE-DEPOSITO-ITEM.
           MOVE WRK-DEP-ESCOLHIDO TO ITP-DEPOSITO.
           IF WRK-DEP-ESCOLHIDO > 0
               MOVE ETQ-CUSTO-MEDIO TO ITP-CUSTO-UNIT
               IF WRK-DEP-RESERVA > 0
                  AND ETQ-DEPOSITO = WRK-DEP-RESERVA
                   SUBTRACT WRK-RESERVA-ITEM FROM ETQ-RESERVADO
                   MOVE ZEROS TO WRK-DEP-RESERVA
               END-IF
               SUBTRACT ITO-QUANTIDADE FROM ETQ-SALDO
               REWRITE ETQ-REGISTRO
               MOVE ITO-PROD-CODIGO   TO WRK-LOT-PRODUTO
               MOVE WRK-DEP-ESCOLHIDO TO WRK-LOT-DEPOSITO
               MOVE ITO-QUANTIDADE    TO WRK-LOT-QTDE
               PERFORM CONSOME-LOTES
               PERFORM GRAVA-KARDEX
           END-IF.
           IF WRK-DEP-RESERVA > 0
               PERFORM LIBERA-RESERVA-ITEM
           END-IF.

      *****************************************************
      * BAIXA-KIT-CONVERTIDO - O ITEM KIT SAI PELOS
      * COMPONENTES: CADA UM CONSOME A SUA RESERVA (OU A
      * LIBERA, SE SAIR DE OUTRO DEPOSITO), BAIXA O SALDO E
      * OS LOTES, GRAVA O KARDEX E O KITBAIXA DA NF PARA A
      * DEVOLUCAO (PROGCOB21) E O CANCELAMENTO (PROGCOB59).
      * RESERVA DE COMPONENTE QUE SAIU DA COMPOSICAO DEPOIS
      * DO ORCAMENTO E LIBERADA. O ITEM FICA SEM DEPOSITO E
      * SEM LOTES, COM O CUSTO SOMADO DOS COMPONENTES
      *****************************************************
       BAIXA-KIT-CONVERTIDO.
           PERFORM CARREGA-RESERVA-KIT.
           MOVE ZEROS TO ITP-DEPOSITO.
           MOVE ZEROS TO WRK-KB-COMP-SEQ.
           PERFORM BAIXA-COMPONENTE-KIT
               VARYING WRK-KIT-POS FROM 1 BY 1
               UNTIL WRK-KIT-POS > WRK-KIT-QTD-COMP.
           PERFORM LIBERA-RESERVA-SOBRA
               VARYING WRK-KR-POS FROM 1 BY 1
               UNTIL WRK-KR-POS > WRK-KR-QTD.
           MOVE ZEROS TO WRK-LOT-QTD-USADOS.

       BAIXA-COMPONENTE-KIT.
           PERFORM PREPARA-COMPONENTE-KIT.
           IF WRK-KR-ACHOU
               MOVE 'S' TO WRK-KR-USADA (WRK-KR-ATUAL)
           END-IF.
           PERFORM ESCOLHE-DEPOSITO-RESERVA.
           IF WRK-DEP-ESCOLHIDO > 0
               COMPUTE ITP-CUSTO-UNIT = ITP-CUSTO-UNIT
                   + ETQ-CUSTO-MEDIO * WRK-KC-QTD-KIT (WRK-KIT-POS)
               IF WRK-DEP-RESERVA > 0
                  AND ETQ-DEPOSITO = WRK-DEP-RESERVA
                   SUBTRACT WRK-RESERVA-ITEM FROM ETQ-RESERVADO
                   MOVE ZEROS TO WRK-DEP-RESERVA
               END-IF
               SUBTRACT WRK-CNV-QTDE FROM ETQ-SALDO
               REWRITE ETQ-REGISTRO
               MOVE WRK-CNV-PRODUTO   TO WRK-LOT-PRODUTO
               MOVE WRK-DEP-ESCOLHIDO TO WRK-LOT-DEPOSITO
               MOVE WRK-CNV-QTDE      TO WRK-LOT-QTDE
               PERFORM CONSOME-LOTES
               PERFORM GRAVA-KARDEX
               PERFORM GRAVA-BAIXA-KIT
           END-IF.
           IF WRK-DEP-RESERVA > 0
               PERFORM LIBERA-RESERVA-ITEM
           END-IF.

       LIBERA-RESERVA-SOBRA.
           IF WRK-KR-USADA (WRK-KR-POS) NOT = 'S'
              AND WRK-KR-DEPOSITO (WRK-KR-POS) > 0
               MOVE WRK-KR-CODIGO (WRK-KR-POS)   TO WRK-CNV-PRODUTO
               MOVE WRK-KR-QTDE (WRK-KR-POS)     TO WRK-CNV-RESERVADO
               MOVE WRK-KR-DEPOSITO (WRK-KR-POS) TO WRK-DEP-RESERVA
               PERFORM LIBERA-RESERVA-ITEM
           END-IF.

      *****************************************************
      * GRAVA-BAIXA-KIT - GRAVA NO KITBAIXA O COMPONENTE
      * BAIXADO PARA O ITEM KIT, COM DEPOSITO E LOTES
      *****************************************************
       GRAVA-BAIXA-KIT.
           ADD 1 TO WRK-KB-COMP-SEQ.
           MOVE WRK-NUM-PEDIDO    TO KBX-NUM-NF.
           MOVE ITO-ITEM-SEQ      TO KBX-ITEM-SEQ.
           MOVE WRK-KB-COMP-SEQ   TO KBX-COMP-SEQ.
           MOVE ITO-PROD-CODIGO   TO KBX-KIT-CODIGO.
           MOVE WRK-CNV-PRODUTO   TO KBX-COMP-CODIGO.
           MOVE WRK-CNV-QTDE      TO KBX-QUANTIDADE.
           MOVE WRK-DEP-ESCOLHIDO TO KBX-DEPOSITO.
           MOVE ETQ-CUSTO-MEDIO   TO KBX-CUSTO-UNIT.
           PERFORM MOVE-LOTE-KIT
               VARYING WRK-SLOT FROM 1 BY 1 UNTIL WRK-SLOT > 5.
           WRITE KBX-REGISTRO.

       MOVE-LOTE-KIT.
           IF WRK-SLOT > WRK-LOT-QTD-USADOS
               MOVE SPACES TO KBX-LOTE (WRK-SLOT)
               MOVE ZEROS  TO KBX-LOTE-QTD (WRK-SLOT)
           ELSE
               MOVE WRK-LOT-U-NUMERO (WRK-SLOT) TO KBX-LOTE (WRK-SLOT)
               MOVE WRK-LOT-U-QTD (WRK-SLOT)
                   TO KBX-LOTE-QTD (WRK-SLOT)
           END-IF.

       GRAVA-KARDEX.
           MOVE ETQ-PROD-CODIGO TO KDX-PROD-CODIGO.
           MOVE ETQ-DEPOSITO    TO KDX-DEPOSITO.
           ACCEPT KDX-DATA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA FROM TIME.
           MOVE 'S' TO KDX-TIPO.
           MOVE WRK-NUM-PEDIDO TO KDX-DOCUMENTO.
           MOVE 'PROGCOB20' TO KDX-ORIGEM.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-UNIT.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-MEDIO.
           PERFORM GRAVA-KARDEX-LOTES.

       MOVE-LOTE-ITEM.
           IF WRK-SLOT > WRK-LOT-QTD-USADOS
               MOVE SPACES TO ITP-LOTE (WRK-SLOT)
               MOVE ZEROS  TO ITP-LOTE-QTD (WRK-SLOT)
           ELSE
               MOVE WRK-LOT-U-NUMERO (WRK-SLOT) TO ITP-LOTE (WRK-SLOT)
               MOVE WRK-LOT-U-QTD (WRK-SLOT)
                   TO ITP-LOTE-QTD (WRK-SLOT)
           END-IF.

       POSICIONA-ITENS.
           MOVE WRK-NUM-ORCAMENTO TO ITO-NUMERO.
           STRING 'CONVERSAO ORCAMENTO=' WRK-NUM-ORCAMENTO
               ' NF=' WRK-NUM-PEDIDO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-NUM-ORCAMENTO
               VALIDNUM-CAMPO     BY WRK-NUM-ORCAMENTO
               VALIDNUM-CHAVE-SW  BY WRK-NUM-ORCAMENTO-SW.

           COPY ESCDEPOS.

           COPY BAIXALOT.

           COPY VERIFPER.
