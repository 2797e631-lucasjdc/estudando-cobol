      * PARCIALMENTE RECEBIDO OU FECHADO - ESTE E O UNICO
      * PONTO DO SISTEMA QUE ADICIONA ESTOQUE POR COMPRA
      * DATA 2026-09-02
      * 2026-10-15 LC  CADA ITEM RECEBIDO E GRAVADO NO
      * HISTORICO DE RECEBIMENTOS (RECCPREG) COM O
      * FORNECEDOR, A DATA PREVISTA E A DATA DA CHEGADA,
      * PARA O DESEMPENHO DE FORNECEDORES DO PROGCOB99
      * 2026-10-15 LC  A NF DO FORNECEDOR QUE ACOMPANHA A
      * MERCADORIA E INFORMADA NO RECEBIMENTO (NUMERO,
      * VALOR E QUANTIDADE FATURADA POR ITEM, GUARDADA EM
      * PCP-QTD-FATURADA) E GERA O TITULO DO CONTAS A
      * PAGAR (CPAGREG) COM VENCIMENTO PELA CONDICAO DE
      * PAGAMENTO DO FORNECEDOR - O PAGAMENTO DEPENDE DA
      * CONFERENCIA DE TRES VIAS DO PROGC103
      * 2026-10-15 LC  CADA ITEM RECEBIDO INFORMA O CUSTO
      * UNITARIO DA NF, QUE RECALCULA O CUSTO MEDIO PONDERADO
      * DO ESTOQUE (ETQ-CUSTO-MEDIO) E VALORIZA A ENTRADA NO
      * KARDEX
      * 2026-10-15 LC  A MERCADORIA E RECEBIDA EM UM
      * DEPOSITO INFORMADO PELO OPERADOR (ATIVO NO CADASTRO
      * DEPOSREG); O CREDITO E O CUSTO MEDIO SAO DO ESTOQUE
      * DAQUELE DEPOSITO E O KARDEX GRAVA O DEPOSITO
      * 2026-10-15 LC  PRODUTO COM CONTROLE DE LOTE
      * (PRD-COM-LOTE) E RECEBIDO COM O NUMERO DO LOTE E A
      * DATA DE VALIDADE, QUE CREDITAM O SALDO DO LOTE NO
      * DEPOSITO (LOTEREG, ROTINA BAIXALOT) E VAO PARA O
      * KARDEX
      * 2026-10-15 LC  REGISTRO DE ESTOQUE NOVO NASCE COM
      * RESERVA DE ORCAMENTO ZERADA
      * 2026-10-15 LC  ESTOQUE CRIADO COM QUANTIDADE DE
      * REPOSICAO ZERO (ETQ-QTD-REPOSICAO)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOSITO-ST.
           SELECT PRODUTO-TAB ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTO-STATUS.
           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOTES-ST.
           SELECT KARDEX ASSIGN TO "KARDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT RECEB-COMPRA ASSIGN TO "RECCOMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEB-COMPRA-ST.
           SELECT FORNECEDORES ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FORNECEDORES-ST.
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
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           COPY PEDCPREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  DEPOSITO.
           COPY DEPOSREG.
       FD  PRODUTO-TAB.
           COPY PRODREG.
       FD  LOTES.
           COPY LOTEREG.
       FD  KARDEX.
           COPY KARDXREG.
       FD  RECEB-COMPRA.
           COPY RECCPREG.
       FD  FORNECEDORES.
           COPY FORNREG.
       FD  CONTAS-PAGAR.
           COPY CPAGREG.
       FD  CPG-CONTROLE.
           COPY CPGCTREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-PEDIDOS-COMPRA-ST PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO-ST      PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO         PIC 9(02) VALUE ZEROS.
       77 WRK-DEPOSITO-SW      PIC X(01) VALUE 'N'.
           88 WRK-DEPOSITO-VALIDO VALUE 'S'.
       77 WRK-DEPOSITO-OK-SW   PIC X(01) VALUE 'N'.
           88 WRK-DEPOSITO-OK VALUE 'S'.
       77 WRK-KARDEX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PRODUTO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-LOTES-ST         PIC X(02) VALUE SPACES.
       77 WRK-VALIDADE-LOTE    PIC 9(08) VALUE ZEROS.
       77 WRK-VALIDADE-LOTE-SW PIC X(01) VALUE 'N'.
           88 WRK-VALIDADE-LOTE-VALIDA VALUE 'S'.
       77 WRK-LOTE-OK-SW       PIC X(01) VALUE 'N'.
           88 WRK-LOTE-OK VALUE 'S'.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RECEB-COMPRA-ST  PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-FORNECEDORES-ST  PIC X(02) VALUE SPACES.
       77 WRK-CONTAS-PAGAR-ST  PIC X(02) VALUE SPACES.
       77 WRK-CPG-CONTROLE-ST  PIC X(02) VALUE SPACES.
       77 WRK-FOR-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-NF           PIC 9(09) VALUE ZEROS.
       77 WRK-NUM-NF-SW        PIC X(01) VALUE 'N'.
           88 WRK-NUM-NF-VALIDO VALUE 'S'.
       77 WRK-VALOR-NF         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-NF-SW      PIC X(01) VALUE 'N'.
           88 WRK-VALOR-NF-VALIDO VALUE 'S'.
       77 WRK-QTD-FATURADA     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FATURADA-SW  PIC X(01) VALUE 'N'.
           88 WRK-QTD-FATURADA-VALIDA VALUE 'S'.
       77 WRK-NUM-TITULO       PIC 9(08) VALUE ZEROS.
       77 WRK-CUSTO-UNIT       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CUSTO-UNIT-SW    PIC X(01) VALUE 'N'.
           88 WRK-CUSTO-UNIT-VALIDO VALUE 'S'.
       77 WRK-VALOR-ESTOQUE    PIC 9(13)V99 VALUE ZEROS.
           COPY DUTILREG.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-NUM-COMPRA       PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-PENDENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECEBIDA     PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ITENS        PIC 9(02) VALUE ZEROS.
           COPY LOTEWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB65' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O PEDIDOS-COMPRA.
           OPEN I-O ESTOQUE.
           OPEN INPUT PRODUTO-TAB.
           OPEN I-O LOTES.
           IF WRK-LOTES-ST NOT = '00'
               CLOSE LOTES
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-LOT-HOJE.

           DISPLAY 'NUMERO DO PEDIDO DE COMPRA.. '
           PERFORM CAPTURA-NUM-COMPRA UNTIL WRK-NUM-COMPRA-VALIDO.
           IF WRK-FIM-ITENS-OK
               DISPLAY 'PEDIDO DE COMPRA NAO ENCONTRADO'
           ELSE
               MOVE PCP-FOR-CODIGO TO WRK-FOR-CODIGO
               PERFORM CAPTURA-NF-FORNECEDOR
               OPEN INPUT DEPOSITO
               DISPLAY 'DEPOSITO DE RECEBIMENTO.... '
               MOVE 'N' TO WRK-DEPOSITO-OK-SW
               PERFORM CAPTURA-DEPOSITO-VALIDADO
                   UNTIL WRK-DEPOSITO-OK
               IF WRK-DEPOSITO-ST = '00'
                   CLOSE DEPOSITO
               END-IF
               PERFORM RECEBE-ITEM UNTIL WRK-FIM-ITENS-OK
               IF WRK-QTD-RECEBIDA > 0
                   DISPLAY 'RECEBIMENTO LANCADO - ITENS '
                           WRK-QTD-ITENS
                   PERFORM GRAVA-AUDITORIA
                   PERFORM GERA-TITULO-PAGAR
               ELSE
                   DISPLAY 'NENHUMA QUANTIDADE RECEBIDA'
               END-IF
           END-IF.

           CLOSE LOTES.
           IF WRK-PRODUTO-STATUS = '00'
               CLOSE PRODUTO-TAB
           END-IF.
           CLOSE ESTOQUE.
           CLOSE PEDIDOS-COMPRA.
           GOBACK.
                           'ITEM NAO RECEBIDO'
               ELSE
                   IF WRK-QTD-AGORA > 0
                       DISPLAY 'QUANTIDADE FATURADA NA NF.. '
                       MOVE 'N' TO WRK-QTD-FATURADA-SW
                       PERFORM CAPTURA-QTD-FATURADA
                           UNTIL WRK-QTD-FATURADA-VALIDA
                       DISPLAY 'CUSTO UNITARIO NA NF....... '
                       MOVE 'N' TO WRK-CUSTO-UNIT-SW
                       PERFORM CAPTURA-CUSTO-UNIT
                           UNTIL WRK-CUSTO-UNIT-VALIDO
                       PERFORM CAPTURA-LOTE-ITEM
                       PERFORM EFETIVA-RECEBIMENTO
                   END-IF
               END-IF

       EFETIVA-RECEBIMENTO.
           ADD WRK-QTD-AGORA TO PCP-QTD-RECEBIDA.
           ADD WRK-QTD-FATURADA TO PCP-QTD-FATURADA.
           IF PCP-QTD-RECEBIDA >= PCP-QTD-PEDIDA
               SET PCP-FECHADO TO TRUE
           ELSE
           END-IF.
           REWRITE PCP-REGISTRO.
           PERFORM CREDITA-ESTOQUE.
           IF WRK-LOT-VALIDADE > 0
               MOVE PCP-PROD-CODIGO TO WRK-LOT-PRODUTO
               MOVE WRK-DEPOSITO    TO WRK-LOT-DEPOSITO
               MOVE WRK-QTD-AGORA   TO WRK-LOT-QTDE
               MOVE WRK-FOR-CODIGO  TO WRK-LOT-FORNECEDOR
               PERFORM CREDITA-LOTE
           END-IF.
           PERFORM GRAVA-KARDEX.
           PERFORM GRAVA-RECEB-COMPRA.
           ADD 1 TO WRK-QTD-ITENS.
           ADD WRK-QTD-AGORA TO WRK-QTD-RECEBIDA.

      *****************************************************
      * CREDITA-ESTOQUE - SOMA A QUANTIDADE E RECALCULA O
      * CUSTO MEDIO PONDERADO: (SALDO * CUSTO MEDIO +
      * QUANTIDADE RECEBIDA * CUSTO DA NF) / NOVO SALDO
      *****************************************************
       CREDITA-ESTOQUE.
           MOVE PCP-PROD-CODIGO TO ETQ-PROD-CODIGO.
           MOVE WRK-DEPOSITO    TO ETQ-DEPOSITO.
           READ ESTOQUE
               INVALID KEY
                   MOVE PCP-PROD-CODIGO TO ETQ-PROD-CODIGO
                   MOVE WRK-DEPOSITO    TO ETQ-DEPOSITO
                   MOVE WRK-QTD-AGORA   TO ETQ-SALDO
                   MOVE ZEROS           TO ETQ-MINIMO
                   MOVE WRK-CUSTO-UNIT  TO ETQ-CUSTO-MEDIO
                   MOVE ZEROS           TO ETQ-RESERVADO
                   MOVE ZEROS           TO ETQ-QTD-REPOSICAO
                   WRITE ETQ-REGISTRO
               NOT INVALID KEY
                   COMPUTE WRK-VALOR-ESTOQUE =
                       (ETQ-SALDO * ETQ-CUSTO-MEDIO)
                       + (WRK-QTD-AGORA * WRK-CUSTO-UNIT)
                   ADD WRK-QTD-AGORA TO ETQ-SALDO
                   COMPUTE ETQ-CUSTO-MEDIO ROUNDED =
                       WRK-VALOR-ESTOQUE / ETQ-SALDO
                   REWRITE ETQ-REGISTRO
           END-READ.

       GRAVA-KARDEX.
           MOVE ETQ-PROD-CODIGO TO KDX-PROD-CODIGO.
           MOVE ETQ-DEPOSITO    TO KDX-DEPOSITO.
           ACCEPT KDX-DATA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA FROM TIME.
           MOVE 'E' TO KDX-TIPO.
           MOVE WRK-NUM-COMPRA TO KDX-DOCUMENTO.
           MOVE 'PROGCOB65' TO KDX-ORIGEM.
           MOVE ETQ-SALDO TO KDX-SALDO-APOS.
           MOVE WRK-CUSTO-UNIT TO KDX-CUSTO-UNIT.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-MEDIO.
           MOVE WRK-LOT-NUMERO TO KDX-LOTE.
           OPEN EXTEND KARDEX.
           WRITE KDX-REGISTRO.
           CLOSE KARDEX.

      *****************************************************
      * CAPTURA-LOTE-ITEM - PRODUTO COM CONTROLE DE LOTE
      * EXIGE O NUMERO DO LOTE E UMA VALIDADE VALIDA E AINDA
      * NAO VENCIDA; OS DEMAIS ENTRAM SEM LOTE
      *****************************************************
       CAPTURA-LOTE-ITEM.
           MOVE SPACES TO WRK-LOT-NUMERO.
           MOVE ZEROS  TO WRK-LOT-VALIDADE.
           IF WRK-PRODUTO-STATUS = '00'
               MOVE PCP-PROD-CODIGO TO PRD-CODIGO
               READ PRODUTO-TAB
                   INVALID KEY
                       MOVE SPACES TO PRD-CONTROLE-LOTE
               END-READ
               IF PRD-COM-LOTE
                   MOVE 'N' TO WRK-LOTE-OK-SW
                   PERFORM CAPTURA-NUMERO-LOTE UNTIL WRK-LOTE-OK
                   MOVE 'N' TO WRK-LOTE-OK-SW
                   PERFORM CAPTURA-VALIDADE-VALIDA
                       UNTIL WRK-LOTE-OK
               END-IF
           END-IF.

       CAPTURA-NUMERO-LOTE.
           DISPLAY 'NUMERO DO LOTE............. '.
           ACCEPT WRK-LOT-NUMERO.
           IF WRK-LOT-NUMERO = SPACES
               DISPLAY 'PRODUTO COM CONTROLE DE LOTE - INFORME O '
                       'LOTE'
           ELSE
               SET WRK-LOTE-OK TO TRUE
           END-IF.

       CAPTURA-VALIDADE-VALIDA.
           DISPLAY 'VALIDADE DO LOTE (AAAAMMDD). '.
           MOVE 'N' TO WRK-VALIDADE-LOTE-SW.
           PERFORM CAPTURA-VALIDADE-LOTE
               UNTIL WRK-VALIDADE-LOTE-VALIDA.
           SET DUT-FC-VALIDA-DATA TO TRUE.
           MOVE WRK-VALIDADE-LOTE TO DUT-DATA-1.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF NOT DUT-OK
               DISPLAY 'DATA INVALIDA'
           ELSE
               IF WRK-VALIDADE-LOTE < WRK-DATA-HOJE
                   DISPLAY 'LOTE JA VENCIDO - CONFIRA A VALIDADE'
               ELSE
                   MOVE WRK-VALIDADE-LOTE TO WRK-LOT-VALIDADE
                   SET WRK-LOTE-OK TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * CAPTURA-NF-FORNECEDOR - A MERCADORIA CHEGA COM A NF
      * DO FORNECEDOR; NUMERO E VALOR TOTAL SAO INFORMADOS
      * ANTES DOS ITENS PARA O TITULO DO CONTAS A PAGAR
      *****************************************************
       CAPTURA-NF-FORNECEDOR.
           DISPLAY 'NUMERO DA NF DO FORNECEDOR.. '
           PERFORM CAPTURA-NUM-NF UNTIL WRK-NUM-NF-VALIDO.
           DISPLAY 'VALOR TOTAL DA NF........... '
           PERFORM CAPTURA-VALOR-NF UNTIL WRK-VALOR-NF-VALIDO.

      *****************************************************
      * GERA-TITULO-PAGAR - UM TITULO POR NF RECEBIDA, COM
      * VENCIMENTO NA DATA DE HOJE MAIS OS DIAS DA CONDICAO
      * DE PAGAMENTO DO FORNECEDOR (DIAS CORRIDOS, MODULO
      * PROGCOB26); NF DE VALOR ZERO NAO GERA TITULO
      *****************************************************
       GERA-TITULO-PAGAR.
           IF WRK-VALOR-NF = ZEROS
               DISPLAY 'NF SEM VALOR - TITULO A PAGAR NAO GERADO'
           ELSE
               OPEN INPUT FORNECEDORES
               MOVE ZEROS TO DUT-DIAS
               IF WRK-FORNECEDORES-ST = '00'
                   MOVE WRK-FOR-CODIGO TO FOR-CODIGO
                   READ FORNECEDORES
                       NOT INVALID KEY
                           MOVE FOR-COND-PAGTO TO DUT-DIAS
                   END-READ
                   CLOSE FORNECEDORES
               END-IF
               SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE
               MOVE WRK-DATA-HOJE TO DUT-DATA-1
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               IF NOT DUT-OK
                   MOVE WRK-DATA-HOJE TO DUT-DATA-2
               END-IF
               PERFORM GERA-NUMERO-TITULO
               OPEN I-O CONTAS-PAGAR
               IF WRK-CONTAS-PAGAR-ST NOT = '00'
                   CLOSE CONTAS-PAGAR
                   OPEN OUTPUT CONTAS-PAGAR
                   CLOSE CONTAS-PAGAR
                   OPEN I-O CONTAS-PAGAR
               END-IF
               MOVE SPACES          TO CPG-REGISTRO
               MOVE WRK-NUM-TITULO  TO CPG-NUMERO
               MOVE WRK-FOR-CODIGO  TO CPG-FOR-CODIGO
               MOVE WRK-NUM-NF      TO CPG-DOCUMENTO
               SET CPG-ORIGEM-COMPRA TO TRUE
               MOVE WRK-NUM-COMPRA  TO CPG-NUM-COMPRA
               MOVE WRK-VALOR-NF    TO CPG-VALOR
               MOVE WRK-VALOR-NF    TO CPG-SALDO
               MOVE WRK-DATA-HOJE   TO CPG-DATA-EMISSAO
               MOVE DUT-DATA-2      TO CPG-DATA-VENCTO
               MOVE ZEROS           TO CPG-DATA-PAGTO
               SET CPG-ABERTO       TO TRUE
               WRITE CPG-REGISTRO
               CLOSE CONTAS-PAGAR
               DISPLAY 'TITULO A PAGAR ' WRK-NUM-TITULO
                       ' VENCIMENTO ' CPG-DATA-VENCTO
           END-IF.

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

       GRAVA-RECEB-COMPRA.
           MOVE SPACES            TO RCC-REGISTRO.
           MOVE PCP-NUMERO        TO RCC-NUM-COMPRA.
           MOVE PCP-ITEM-SEQ      TO RCC-ITEM-SEQ.
           MOVE PCP-FOR-CODIGO    TO RCC-FOR-CODIGO.
           MOVE PCP-PROD-CODIGO   TO RCC-PROD-CODIGO.
           MOVE WRK-QTD-AGORA     TO RCC-QUANTIDADE.
           MOVE WRK-DATA-HOJE     TO RCC-DATA-RECEB.
           MOVE PCP-DATA-PREVISTA TO RCC-DATA-PREVISTA.
           OPEN EXTEND RECEB-COMPRA.
           WRITE RCC-REGISTRO.
           CLOSE RECEB-COMPRA.

       POSICIONA-ITENS.
           MOVE WRK-NUM-COMPRA TO PCP-NUMERO.
           MOVE 01 TO PCP-ITEM-SEQ.
               END-READ
           END-IF.

      *****************************************************
      * CAPTURA-DEPOSITO-VALIDADO - O DEPOSITO PRECISA
      * ESTAR ATIVO NO CADASTRO (DEPOSREG); SEM O CADASTRO
      * SO E ACEITO O DEPOSITO 01
      *****************************************************
       CAPTURA-DEPOSITO-VALIDADO.
           MOVE 'N' TO WRK-DEPOSITO-SW.
           PERFORM CAPTURA-DEPOSITO UNTIL WRK-DEPOSITO-VALIDO.
           IF WRK-DEPOSITO-ST NOT = '00'
               IF WRK-DEPOSITO = 01
                   SET WRK-DEPOSITO-OK TO TRUE
               ELSE
                   DISPLAY 'SEM CADASTRO DE DEPOSITOS - USE O '
                           'DEPOSITO 01'
               END-IF
           ELSE
               MOVE WRK-DEPOSITO TO DEP-CODIGO
               READ DEPOSITO
                   INVALID KEY
                       DISPLAY 'DEPOSITO NAO CADASTRADO'
                   NOT INVALID KEY
                       IF DEP-INATIVO
                           DISPLAY 'DEPOSITO INATIVO'
                       ELSE
                           DISPLAY 'DEPOSITO.. ' DEP-NOME
                           SET WRK-DEPOSITO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           OPEN INPUT OPER-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'RECEBIMENTO COMPRA=' WRK-NUM-COMPRA
               ' QTD=' WRK-QTD-RECEBIDA
               ' NF=' WRK-NUM-NF
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-QTD-AGORA
               VALIDNUM-CAMPO     BY WRK-QTD-AGORA
               VALIDNUM-CHAVE-SW  BY WRK-QTD-AGORA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-QTD-FATURADA
               VALIDNUM-CAMPO     BY WRK-QTD-FATURADA
               VALIDNUM-CHAVE-SW  BY WRK-QTD-FATURADA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-NUM-NF
               VALIDNUM-CAMPO     BY WRK-NUM-NF
               VALIDNUM-CHAVE-SW  BY WRK-NUM-NF-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR-NF
               VALIDNUM-CAMPO     BY WRK-VALOR-NF
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-NF-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CUSTO-UNIT
               VALIDNUM-CAMPO     BY WRK-CUSTO-UNIT
               VALIDNUM-CHAVE-SW  BY WRK-CUSTO-UNIT-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DEPOSITO
               VALIDNUM-CAMPO     BY WRK-DEPOSITO
               VALIDNUM-CHAVE-SW  BY WRK-DEPOSITO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALIDADE-LOTE
               VALIDNUM-CAMPO     BY WRK-VALIDADE-LOTE
               VALIDNUM-CHAVE-SW  BY WRK-VALIDADE-LOTE-SW.

           COPY BAIXALOT.
