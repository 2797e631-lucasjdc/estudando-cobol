      * RELATORIO AVISA O OPERADOR DO QUE FOI LIBERADO
      * PARA CHAMAR O CLIENTE
      * DATA 2026-09-02
      * 2026-10-15 LC  O ITEM LIBERADO GRAVA NO ITPEDIDO O
      * CUSTO MEDIO DO ESTOQUE NA BAIXA E O KARDEX SAI
      * VALORIZADO AO CUSTO MEDIO
      * 2026-10-15 LC  ESTOQUE POR DEPOSITO - O BACKORDER E
      * LIBERADO DO DEPOSITO QUE ATENDE A ZONA DO CLIENTE OU,
      * SEM SALDO NELE, DE OUTRO DEPOSITO COM SALDO (ROTINA
      * ESCDEPOS); O CLIENTE PASSA A SER AVALIADO ANTES DO
      * SALDO, POIS A ZONA VEM DO SEU CEP
      * 2026-10-15 LC  LOTE E VALIDADE - A LIBERACAO CONSOME
      * OS LOTES NA ORDEM DO PRIMEIRO A VENCER E NAO CONTA O
      * SALDO DE LOTE VENCIDO (ROTINA BAIXALOT); OS LOTES VAO
      * PARA O ITPEDIDO E PARA O KARDEX (UM MOVIMENTO POR
      * LOTE)
      * 2026-10-15 LC  O PEDIDO GERADO NA LIBERACAO LEVA A
      * CONDICAO DE PAGAMENTO PADRAO DO CLIENTE
      * (STP-COND-PAGTO) PARA AS PARCELAS DO FATURAMENTO
      * 2026-10-15 LC  O PEDIDO LIBERADO SAI PELA
      * TRANSPORTADORA PREFERIDA DO CLIENTE (STP-TRANSP);
      * SEM PREFERIDA FICA SEM TRANSPORTADORA (000)
      * 2026-10-15 LC  O ITEM LIBERADO GRAVA O NCM DO PRODUTO E
      * OS TRIBUTOS PELA TABELA TRIBNCM (ROTINA CALCTRIB), COM
      * O ICMS SOBRE A BASE ACRESCIDA DO IPI QUANDO O NCM MANDA
      * 2026-10-15 LC  O PEDIDO LIBERADO GRAVA O PEDIDO DO
      * CLIENTE (STP-PEDIDO-CLIENTE) EM BRANCO
      * 2026-10-15 LC  O PEDIDO LIBERADO VAI PARA O ENDERECO
      * DO CADASTRO DO CLIENTE (LOCAL DE ENTREGA 00 GRAVADO
      * NO STATUSPD)
      * 2026-10-15 LC  LIBERACAO NAO EXECUTADA QUANDO A DATA
      * DE HOJE CAI EM COMPETENCIA FECHADA PARA VENDAS NO
      * PERIODOS (ROTINA VERIFPER, COM REGISTRO NA TRILHA DE
      * AUDITORIA)
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOSITO-ST.
           SELECT PRODUTO-TAB ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ALTERNATE RECORD KEY IS ITP-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-ITENS-PEDIDO-ST.
           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOTES-ST.
           SELECT KARDEX ASSIGN TO "KARDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT TRIB-NCM ASSIGN TO "TRIBNCM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NCM-CODIGO
               FILE STATUS IS WRK-TRIB-NCM-ST.
           SELECT RELATORIO ASSIGN TO "RELBACKO"
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
           COPY BACKOREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  DEPOSITO.
           COPY DEPOSREG.
       FD  PRODUTO-TAB.
           COPY PRODREG.
       FD  CLIENTE.
           COPY ITPEDREG.
       FD  KARDEX.
           COPY KARDXREG.
       FD  LOTES.
           COPY LOTEREG.
       FD  TRIB-NCM.
           COPY NCMTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-BACKORDERS-ST    PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO-ST      PIC X(02) VALUE SPACES.
       77 WRK-PRODUTO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-FRETE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-NF-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-KARDEX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-LOTES-ST         PIC X(02) VALUE SPACES.
       77 WRK-SLOT             PIC 9(01) VALUE ZEROS.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-VALOR            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE            PIC 9(04)V99 VALUE ZEROS.
       77 WRK-ICMS             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TRIB-NCM-ST      PIC X(02) VALUE SPACES.
       77 WRK-ICMS-PERC        PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PESO             PIC 9(04) VALUE ZEROS.
       77 WRK-TAXA-PESO        PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ZONA-TAXA        PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ZONA-PRAZO       PIC 9(02) VALUE ZEROS.
       77 WRK-ZONA-COD         PIC X(01) VALUE SPACES.
       77 WRK-DATA-PROMESSA    PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       01 WRK-TAB-PESO-DADOS   PIC X(32)
               03 WRK-ZONA-VLTAXA  PIC 9(02)V99.
               03 WRK-ZONA-PRZ-DIAS PIC 9(02).
           COPY DUTILREG.
           COPY DEPOSWRK.
           COPY LOTEWRK.
           COPY TRIBWRK.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB67' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           MOVE 'V' TO WRK-PER-AREA.
           ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD.
           MOVE 'PROGCOB67' TO WRK-PER-PROGRAMA.
           MOVE 'BACKORDR' TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               DISPLAY 'LIBERACAO NAO EXECUTADA - OS BACKORDERS '
                       'CONTINUAM NA FILA'
               GOBACK
           END-IF.
           OPEN I-O BACKORDERS.
           IF WRK-BACKORDERS-ST NOT = '00'
               DISPLAY 'SEM ARQUIVO DE BACKORDERS - NADA A '
           OPEN I-O NF-CONTROLE.
           OPEN I-O ITENS-PEDIDO.
           OPEN OUTPUT RELATORIO.
           OPEN INPUT TRIB-NCM.
           OPEN I-O LOTES.
           IF WRK-LOTES-ST NOT = '00'
               CLOSE LOTES
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           PERFORM CARREGA-DEPOSITOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-LOT-HOJE.
           MOVE 'LIBERACAO DE BACKORDERS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           PERFORM LER-BACKORDER.
           PERFORM PROCESSA-BACKORDER UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-TOTAIS.
           CLOSE LOTES.
           IF WRK-TRIB-NCM-ST = '00'
               CLOSE TRIB-NCM
           END-IF.
           CLOSE RELATORIO.
           CLOSE ITENS-PEDIDO.
           CLOSE NF-CONTROLE.

      *****************************************************
      * AVALIA-LIBERACAO - O BACKORDER SO E LIBERADO
      * QUANDO O PRODUTO SEGUE ATIVO, O CLIENTE SEGUE APTO
      * (NEM BLOQUEADO NEM INATIVO) E UM DEPOSITO TEM SALDO
      * PARA A QUANTIDADE - PRIMEIRO O QUE ATENDE A ZONA DO
      * CLIENTE (ESCDEPOS); OS DEMAIS CASOS SAEM NO
      * RELATORIO COM O MOTIVO
      *****************************************************
       AVALIA-LIBERACAO.
           MOVE BKO-PROD-CODIGO TO PRD-CODIGO.
                   IF PRD-INATIVO
                       PERFORM REPORTA-IMPEDIDO
                   ELSE
                       PERFORM AVALIA-CLIENTE
                   END-IF
           END-READ.

       AVALIA-ESTOQUE-CLIENTE.
           PERFORM BUSCA-ZONA-CEP.
           MOVE BKO-PROD-CODIGO TO WRK-DEP-PRODUTO.
           MOVE BKO-QUANTIDADE  TO WRK-DEP-QTDE.
           MOVE WRK-ZONA-COD    TO WRK-DEP-ZONA.
           PERFORM ESCOLHE-DEPOSITO.
           IF WRK-DEP-ESCOLHIDO = 0
               PERFORM REPORTA-AGUARDANDO
           ELSE
               PERFORM LIBERA-BACKORDER
           END-IF.

       AVALIA-CLIENTE.
           MOVE BKO-CLI-CODIGO TO CLI-CODIGO.
                   IF CLI-CREDITO-BLOQUEADO OR CLI-INATIVO
                       PERFORM REPORTA-IMPEDIDO
                   ELSE
                       PERFORM AVALIA-ESTOQUE-CLIENTE
                   END-IF
           END-READ.

                  ' CLIENTE ' BKO-CLI-CODIGO
                  ' PROD ' BKO-PROD-CODIGO
                  ' QTD ' BKO-QUANTIDADE
                  ' DEP ' ETQ-DEPOSITO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           DISPLAY 'BACKORDER ' BKO-SEQ ' LIBERADO - NF '
       BAIXA-ESTOQUE-LIBERACAO.
           SUBTRACT BKO-QUANTIDADE FROM ETQ-SALDO.
           REWRITE ETQ-REGISTRO.
           MOVE BKO-PROD-CODIGO TO WRK-LOT-PRODUTO.
           MOVE ETQ-DEPOSITO    TO WRK-LOT-DEPOSITO.
           MOVE BKO-QUANTIDADE  TO WRK-LOT-QTDE.
           PERFORM CONSOME-LOTES.
           MOVE ETQ-PROD-CODIGO TO KDX-PROD-CODIGO.
           MOVE ETQ-DEPOSITO    TO KDX-DEPOSITO.
           ACCEPT KDX-DATA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA FROM TIME.
           MOVE 'S' TO KDX-TIPO.
           MOVE WRK-NUM-PEDIDO TO KDX-DOCUMENTO.
           MOVE 'PROGCOB67' TO KDX-ORIGEM.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-UNIT.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-MEDIO.
           PERFORM GRAVA-KARDEX-LOTES.

      *****************************************************
      * CALCULA-ITEM-LIBERADO - MESMA FORMULA DO PROGCOB09:
      * VALOR PELO PRECO DE CATALOGO, FRETE PELO
      * MULTIPLICADOR DA UF MAIS TAXA DE PESO E DE ZONA DE
      * CEP, ICMS PELO PERCENTUAL DA UF E IPI, PIS E COFINS
      * PELO NCM DO PRODUTO (ROTINA CALCTRIB)
      *****************************************************
       CALCULA-ITEM-LIBERADO.
           COMPUTE WRK-VALOR = PRD-PRECO-UNIT * BKO-QUANTIDADE.
           READ FRETE-TAB
               INVALID KEY
                   MOVE ZEROS TO WRK-FRETE
                   MOVE ZEROS TO WRK-ICMS-PERC
               NOT INVALID KEY
                   COMPUTE WRK-FRETE =
                       (WRK-VALOR * FRT-MULT-FRETE)
                       + WRK-TAXA-PESO + WRK-ZONA-TAXA
                   MOVE FRT-ICMS-PERC TO WRK-ICMS-PERC
           END-READ.
           MOVE PRD-NCM       TO WRK-TRB-NCM.
           MOVE WRK-VALOR     TO WRK-TRB-VALOR.
           MOVE WRK-ICMS-PERC TO WRK-TRB-ICMS-PERC.
           PERFORM CALCULA-TRIBUTOS.
           MOVE WRK-TRB-ICMS  TO WRK-ICMS.
           PERFORM CALCULA-DATA-PROMESSA.

       CALCULA-DATA-PROMESSA.
           SET STP-PENDENTE    TO TRUE.
           MOVE WRK-DATA-HOJE  TO STP-DATA-STATUS.
           MOVE WRK-DATA-PROMESSA TO STP-DATA-PROMESSA.
           IF CLI-COND-PAGTO IS NUMERIC
               MOVE CLI-COND-PAGTO TO STP-COND-PAGTO
           ELSE
               MOVE ZEROS TO STP-COND-PAGTO
           END-IF.
           IF CLI-TRANSP-PREF IS NUMERIC
               MOVE CLI-TRANSP-PREF TO STP-TRANSP
           ELSE
               MOVE ZEROS TO STP-TRANSP
           END-IF.
           MOVE SPACES TO STP-PEDIDO-CLIENTE.
           MOVE ZEROS        TO STP-ENT-SEQ.
           MOVE CLI-ENDERECO TO STP-ENT-ENDERECO.
           MOVE CLI-CEP      TO STP-ENT-CEP.
           MOVE SPACES       TO STP-ENT-CONTATO.
           WRITE STP-REGISTRO.
           MOVE WRK-NUM-PEDIDO  TO ITP-NUM-PEDIDO.
           MOVE 01              TO ITP-ITEM-SEQ.
           MOVE WRK-DATA-HOJE   TO ITP-DATA.
           MOVE ZEROS           TO ITP-VENDEDOR.
           MOVE ZEROS           TO ITP-DESC-PERC.
           MOVE ETQ-CUSTO-MEDIO TO ITP-CUSTO-UNIT.
           MOVE ETQ-DEPOSITO    TO ITP-DEPOSITO.
           MOVE WRK-TRB-NCM     TO ITP-NCM.
           MOVE WRK-TRB-IPI     TO ITP-IPI.
           MOVE WRK-TRB-IPI-PERC TO ITP-IPI-PERC.
           MOVE WRK-TRB-PIS     TO ITP-PIS.
           MOVE WRK-TRB-PIS-PERC TO ITP-PIS-PERC.
           MOVE WRK-TRB-COFINS  TO ITP-COFINS.
           MOVE WRK-TRB-COFINS-PERC TO ITP-COFINS-PERC.
           PERFORM MOVE-LOTE-ITEM
               VARYING WRK-SLOT FROM 1 BY 1 UNTIL WRK-SLOT > 5.
           WRITE ITP-REGISTRO.

       MOVE-LOTE-ITEM.
           IF WRK-SLOT > WRK-LOT-QTD-USADOS
               MOVE SPACES TO ITP-LOTE (WRK-SLOT)
               MOVE ZEROS  TO ITP-LOTE-QTD (WRK-SLOT)
           ELSE
               MOVE WRK-LOT-U-NUMERO (WRK-SLOT) TO ITP-LOTE (WRK-SLOT)
               MOVE WRK-LOT-U-QTD (WRK-SLOT)
                   TO ITP-LOTE-QTD (WRK-SLOT)
           END-IF.

       BUSCA-ZONA-CEP.
           SET WRK-IDX-ZONA TO 1.
           SEARCH WRK-ZONA-FAIXA
               AT END
                   MOVE ZEROS TO WRK-ZONA-TAXA
                   MOVE ZEROS TO WRK-ZONA-PRAZO
                   MOVE SPACES TO WRK-ZONA-COD
               WHEN CLI-CEP >= WRK-ZONA-CEP-DE  (WRK-IDX-ZONA)
                AND CLI-CEP <= WRK-ZONA-CEP-ATE (WRK-IDX-ZONA)
                   MOVE WRK-ZONA-VLTAXA (WRK-IDX-ZONA)
                       TO WRK-ZONA-TAXA
                   MOVE WRK-ZONA-PRZ-DIAS (WRK-IDX-ZONA)
                       TO WRK-ZONA-PRAZO
                   MOVE WRK-ZONA-CODIGO (WRK-IDX-ZONA)
                       TO WRK-ZONA-COD
           END-SEARCH.

       BUSCA-TAXA-PESO.
           STRING 'LIBERACAO BACKORDERS=' WRK-QTD-LIBERADOS
               ' AGUARDANDO=' WRK-QTD-AGUARDANDO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY ESCDEPOS.

           COPY BAIXALOT.

           COPY CALCTRIB.

           COPY VERIFPER.
