       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC126.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: INTERFACE CONTABIL NOTURNA - APURA OS
      * EVENTOS DE NEGOCIO DA DATA INFORMADA NO SYSIN (ZEROS
      * = HOJE) E GERA OS LANCAMENTOS DA CONTABILIDADE GERAL
      * (LANCTOS) PELAS REGRAS DE CONTABILIZACAO (REGRACTB),
      * UM LOTE POR MODULO DE ORIGEM, RESUMIDO POR EVENTO:
      *   VENDAS - NF EMITIDAS NA DATA (ITPEDIDO: MERCADORIA,
      *            FRETE E TRIBUTOS), NF CANCELADAS NA DATA
      *            (STATUSPD - ESTORNO DA EMISSAO) E NOTAS DE
      *            CREDITO DE DEVOLUCAO (DEVOLUCA - MERCADORIA
      *            DEVOLVIDA E ESTORNO DOS TRIBUTOS)
      *   RECEBE - RECEBIMENTOS DA DATA (RECEBTOS): PRINCIPAL,
      *            MULTA E JUROS E RECUPERACAO DE PERDA
      *   FOLHA  - HOLERITES EMITIDOS NA DATA (HOLARQ:
      *            LIQUIDO, INSS E IRRF DESCONTADOS) E ENCARGOS
      *            DAS COMPETENCIAS APURADAS NA DATA PELO
      *            PROGCOB78 (ENCCTRL: INSS PATRONAL E FGTS)
      *   TARIFA - TARIFAS LANCADAS NA DATA PELO PROGCOB88
      *            NAS CONTAS CORRENTES (MOVIMENT)
      * O LOTE SO E GRAVADO SE TODOS OS EVENTOS TIVEREM REGRA
      * COM CONTAS ATIVAS NO PLANO (PLANOCTA) E SE O TOTAL A
      * DEBITO FECHAR COM O TOTAL A CREDITO; DO CONTRARIO E
      * REJEITADO INTEIRO, COM O MOTIVO NO RELATORIO RELCTBLO.
      * LOTE ACEITO FICA NO CTBCTRL E NAO E CONTABILIZADO DE
      * NOVO NUMA REEXECUCAO DA MESMA DATA; LOTE REJEITADO
      * PODE SER REPROCESSADO DEPOIS DA CORRECAO
      * DATA 2026-10-15
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-PEDIDO ASSIGN TO "ITPEDIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               ALTERNATE RECORD KEY IS ITP-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-ITENS-PEDIDO-ST.
           SELECT STATUS-PEDIDO ASSIGN TO "STATUSPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STP-NUM-PEDIDO
               FILE STATUS IS WRK-STATUS-PEDIDO-ST.
           SELECT DEVOLUCOES ASSIGN TO "DEVOLUCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEVOLUCOES-ST.
           SELECT RECEBIMENTOS ASSIGN TO "RECEBTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEBIMENTOS-ST.
           SELECT HOLERITE-ARQ ASSIGN TO "HOLARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HAR-CHAVE
               FILE STATUS IS WRK-HOLERITE-ARQ-ST.
           SELECT ENC-CONTROLE ASSIGN TO "ENCCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ECT-COMPETENCIA
               FILE STATUS IS WRK-ENC-CONTROLE-ST.
           SELECT FGTS-DEPOSITOS ASSIGN TO "FGTSDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WRK-FGTS-DEPOSITOS-ST.
           SELECT MOVIMENTOS ASSIGN TO "MOVIMENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVIMENTOS-STATUS.
           SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-CODIGO
               FILE STATUS IS WRK-PLANO-CONTAS-ST.
           SELECT REGRAS-CTB ASSIGN TO "REGRACTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGC-EVENTO
               FILE STATUS IS WRK-REGRAS-CTB-ST.
           SELECT LANCAMENTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LCT-CHAVE
               ALTERNATE RECORD KEY IS LCT-CHAVE-RAZAO
               FILE STATUS IS WRK-LANCAMENTOS-ST.
           SELECT CTB-CONTROLE ASSIGN TO "CTBCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTC-CHAVE
               FILE STATUS IS WRK-CTB-CONTROLE-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
           SELECT RELATORIO ASSIGN TO "RELCTBLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-PEDIDO.
           COPY ITPEDREG.
       FD  STATUS-PEDIDO.
           COPY STATREG.
       FD  DEVOLUCOES.
           COPY DEVREG.
       FD  RECEBIMENTOS.
           COPY RECEBREG.
       FD  HOLERITE-ARQ.
           COPY HOLARQREG.
       FD  ENC-CONTROLE.
           COPY ENCCTREG.
       FD  FGTS-DEPOSITOS.
           COPY FGTSREG.
       FD  MOVIMENTOS.
           COPY MOVTOREG.
       FD  PLANO-CONTAS.
           COPY PLCTAREG.
       FD  REGRAS-CTB.
           COPY REGCTREG.
       FD  LANCAMENTOS.
           COPY LCTREG.
       FD  CTB-CONTROLE.
           COPY CTBCTREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-ITENS-PEDIDO-ST   PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-DEVOLUCOES-ST     PIC X(02) VALUE SPACES.
       77 WRK-RECEBIMENTOS-ST   PIC X(02) VALUE SPACES.
       77 WRK-HOLERITE-ARQ-ST   PIC X(02) VALUE SPACES.
       77 WRK-ENC-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-FGTS-DEPOSITOS-ST PIC X(02) VALUE SPACES.
       77 WRK-MOVIMENTOS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-PLANO-CONTAS-ST   PIC X(02) VALUE SPACES.
       77 WRK-REGRAS-CTB-ST     PIC X(02) VALUE SPACES.
       77 WRK-LANCAMENTOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-CTB-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO           PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MOVTO        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MOVTO-SW     PIC X(01) VALUE 'N'.
           88 WRK-DATA-MOVTO-VALIDA VALUE 'S'.
       77 WRK-FIM-ARQUIVO       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-ITENS         PIC X(01) VALUE 'N'.
           88 WRK-FIM-ITENS-OK VALUE 'S'.
       77 WRK-NUM-PEDIDO        PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE              PIC X(06) VALUE SPACES.
       77 WRK-MOTIVO-REJ        PIC X(40) VALUE SPACES.
       77 WRK-PERC-PATRONAL     PIC 9(02)V99 VALUE 20,00.
       77 WRK-INSS-PATRONAL     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CONTA-CRITICA     PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-DEBITO      PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-CREDITO     PIC 9(08) VALUE ZEROS.
       77 WRK-HISTORICO         PIC X(30) VALUE SPACES.
       77 WRK-VALOR-PARTIDA     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEBITO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ACEITOS       PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-REPETIDOS     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-VAZIOS        PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ED            PIC Z9 VALUE ZEROS.
       77 WRK-PARTIDAS-ED       PIC ZZZ9 VALUE ZEROS.
       77 WRK-DEBITO-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CREDITO-ED        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *****************************************************
      * EVENTOS DE NEGOCIO - A POSICAO NA TABELA E FIXA E E
      * A MESMA DOS ACUMULADORES DO LOTE:
      *  01 VENDA   02 FRETE   03 ICMS    04 IPI
      *  05 PIS     06 COFINS  07 DEVOL   08 RECEB
      *  09 ENCARG  10 RECUP   11 SALAR   12 INSSEM
      *  13 IRRF    14 INSSPT  15 FGTS    16 TARIFA
      *****************************************************
       01 WRK-EVENTOS-CODIGOS.
           02 FILLER PIC X(06) VALUE 'VENDA '.
           02 FILLER PIC X(06) VALUE 'FRETE '.
           02 FILLER PIC X(06) VALUE 'ICMS  '.
           02 FILLER PIC X(06) VALUE 'IPI   '.
           02 FILLER PIC X(06) VALUE 'PIS   '.
           02 FILLER PIC X(06) VALUE 'COFINS'.
           02 FILLER PIC X(06) VALUE 'DEVOL '.
           02 FILLER PIC X(06) VALUE 'RECEB '.
           02 FILLER PIC X(06) VALUE 'ENCARG'.
           02 FILLER PIC X(06) VALUE 'RECUP '.
           02 FILLER PIC X(06) VALUE 'SALAR '.
           02 FILLER PIC X(06) VALUE 'INSSEM'.
           02 FILLER PIC X(06) VALUE 'IRRF  '.
           02 FILLER PIC X(06) VALUE 'INSSPT'.
           02 FILLER PIC X(06) VALUE 'FGTS  '.
           02 FILLER PIC X(06) VALUE 'TARIFA'.
       01 WRK-EVENTOS-TAB REDEFINES WRK-EVENTOS-CODIGOS.
           02 WRK-EV-CODIGO PIC X(06) OCCURS 16 TIMES.
       77 WRK-QTD-EVENTOS       PIC 9(02) VALUE 16.
       77 WRK-IDX-EV            PIC 9(02) VALUE ZEROS.
      *****************************************************
      * ACUMULADORES DO LOTE POR EVENTO - VALOR NORMAL
      * (DEBITO E CREDITO DA REGRA) E VALOR DE ESTORNO
      * (DEBITO E CREDITO INVERTIDOS)
      *****************************************************
       01 WRK-TAB-LOTE.
           02 WRK-LT-EVENTO OCCURS 16 TIMES.
               03 WRK-LT-NORMAL  PIC 9(11)V99.
               03 WRK-LT-ESTORNO PIC 9(11)V99.
      *****************************************************
      * PARTIDAS MONTADAS DO LOTE - ATE QUATRO POR EVENTO
      * (DEBITO E CREDITO DO NORMAL E DO ESTORNO)
      *****************************************************
       77 WRK-QTD-PARTIDAS      PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-PT            PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-PARTIDAS.
           02 WRK-PT-LINHA OCCURS 64 TIMES.
               03 WRK-PT-CONTA     PIC 9(08).
               03 WRK-PT-TIPO      PIC X(01).
               03 WRK-PT-VALOR     PIC 9(11)V99.
               03 WRK-PT-EVENTO    PIC X(06).
               03 WRK-PT-HISTORICO PIC X(30).
      *****************************************************
      * COMPETENCIAS DE FOLHA CUJOS ENCARGOS FORAM APURADOS
      * NA DATA (ENCCTRL)
      *****************************************************
       77 WRK-MAX-COMPET        PIC 9(02) VALUE 12.
       77 WRK-QTD-COMPET        PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-COMPET        PIC 9(02) VALUE ZEROS.
       77 WRK-COMPET-BUSCA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPET-SW         PIC X(01) VALUE 'N'.
           88 WRK-COMPET-APURADA VALUE 'S'.
       01 WRK-TAB-COMPET.
           02 WRK-CP-COMPETENCIA PIC 9(06) OCCURS 12 TIMES.
       PROCEDURE DIVISION.
           DISPLAY 'DATA DO MOVIMENTO (AAAAMMDD, ZEROS = HOJE).. '.
           PERFORM CAPTURA-DATA-MOVTO UNTIL WRK-DATA-MOVTO-VALIDA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-DATA-MOVTO = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-MOVTO
           END-IF.
           PERFORM LE-OPERADOR-SESSAO.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           OPEN INPUT PLANO-CONTAS.
           OPEN INPUT REGRAS-CTB.
           IF WRK-PLANO-CONTAS-ST NOT = '00'
              OR WRK-REGRAS-CTB-ST NOT = '00'
               MOVE 'PLANO DE CONTAS OU REGRAS NAO CADASTRADOS - '
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'NENHUM LOTE CONTABILIZADO' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               OPEN I-O LANCAMENTOS
               IF WRK-LANCAMENTOS-ST NOT = '00'
                   CLOSE LANCAMENTOS
                   OPEN OUTPUT LANCAMENTOS
                   CLOSE LANCAMENTOS
                   OPEN I-O LANCAMENTOS
               END-IF
               OPEN I-O CTB-CONTROLE
               IF WRK-CTB-CONTROLE-ST NOT = '00'
                   CLOSE CTB-CONTROLE
                   OPEN OUTPUT CTB-CONTROLE
                   CLOSE CTB-CONTROLE
                   OPEN I-O CTB-CONTROLE
               END-IF
               MOVE 'VENDAS' TO WRK-LOTE
               MOVE ZEROS TO WRK-TAB-LOTE
               PERFORM APURA-NF-EMITIDAS
               PERFORM APURA-NF-CANCELADAS
               PERFORM APURA-DEVOLUCOES
               PERFORM CONTABILIZA-LOTE
               MOVE 'RECEBE' TO WRK-LOTE
               MOVE ZEROS TO WRK-TAB-LOTE
               PERFORM APURA-RECEBIMENTOS
               PERFORM CONTABILIZA-LOTE
               MOVE 'FOLHA ' TO WRK-LOTE
               MOVE ZEROS TO WRK-TAB-LOTE
               PERFORM CARREGA-COMPET-APURADAS
               PERFORM APURA-HOLERITES
               PERFORM APURA-FGTS
               PERFORM CONTABILIZA-LOTE
               MOVE 'TARIFA' TO WRK-LOTE
               MOVE ZEROS TO WRK-TAB-LOTE
               PERFORM APURA-TARIFAS
               PERFORM CONTABILIZA-LOTE
               CLOSE CTB-CONTROLE
               CLOSE LANCAMENTOS
           END-IF.
           IF WRK-PLANO-CONTAS-ST = '00'
               CLOSE PLANO-CONTAS
           END-IF.
           IF WRK-REGRAS-CTB-ST = '00'
               CLOSE REGRAS-CTB
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY 'LOTES ACEITOS ' WRK-QTD-ACEITOS
                   ' REJEITADOS ' WRK-QTD-REJEITADOS
                   ' JA CONTABILIZADOS ' WRK-QTD-REPETIDOS
                   ' SEM MOVIMENTO ' WRK-QTD-VAZIOS.
           GOBACK.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'INTERFACE CONTABIL - LOTES DO MOVIMENTO DE '
                  WRK-DATA-MOVTO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * APURA-NF-EMITIDAS - ITENS DAS NF DA DATA PELA CHAVE
      * ALTERNATIVA ITP-DATA: MERCADORIA, FRETE E TRIBUTOS
      *****************************************************
       APURA-NF-EMITIDAS.
           OPEN INPUT ITENS-PEDIDO.
           IF WRK-ITENS-PEDIDO-ST = '00'
               MOVE 'N' TO WRK-FIM-ITENS
               MOVE WRK-DATA-MOVTO TO ITP-DATA
               START ITENS-PEDIDO KEY >= ITP-DATA
                   INVALID KEY
                       SET WRK-FIM-ITENS-OK TO TRUE
               END-START
               PERFORM LER-ITEM-DATA
               PERFORM ACUMULA-ITEM-EMITIDO UNTIL WRK-FIM-ITENS-OK
               CLOSE ITENS-PEDIDO
           END-IF.

       LER-ITEM-DATA.
           IF NOT WRK-FIM-ITENS-OK
               READ ITENS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-ITENS-OK TO TRUE
                   NOT AT END
                       IF ITP-DATA NOT = WRK-DATA-MOVTO
                           SET WRK-FIM-ITENS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       ACUMULA-ITEM-EMITIDO.
           ADD ITP-VALOR  TO WRK-LT-NORMAL (1).
           ADD ITP-FRETE  TO WRK-LT-NORMAL (2).
           ADD ITP-ICMS   TO WRK-LT-NORMAL (3).
           ADD ITP-IPI    TO WRK-LT-NORMAL (4).
           ADD ITP-PIS    TO WRK-LT-NORMAL (5).
           ADD ITP-COFINS TO WRK-LT-NORMAL (6).
           PERFORM LER-ITEM-DATA.

      *****************************************************
      * APURA-NF-CANCELADAS - NF CANCELADA NA DATA (STATUS 8
      * COM A DATA DO STATUS) ESTORNA A EMISSAO INTEIRA:
      * MERCADORIA, FRETE E TRIBUTOS DE TODOS OS ITENS
      *****************************************************
       APURA-NF-CANCELADAS.
           OPEN INPUT STATUS-PEDIDO.
           IF WRK-STATUS-PEDIDO-ST = '00'
               OPEN INPUT ITENS-PEDIDO
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-STATUS-PEDIDO
               PERFORM VERIFICA-CANCELAMENTO
                   UNTIL WRK-FIM-ARQUIVO-OK
               IF WRK-ITENS-PEDIDO-ST = '00'
                   CLOSE ITENS-PEDIDO
               END-IF
               CLOSE STATUS-PEDIDO
           END-IF.

       LER-STATUS-PEDIDO.
           READ STATUS-PEDIDO NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       VERIFICA-CANCELAMENTO.
           IF STP-CANCELADO
              AND STP-DATA-STATUS = WRK-DATA-MOVTO
              AND WRK-ITENS-PEDIDO-ST = '00'
               MOVE STP-NUM-PEDIDO TO WRK-NUM-PEDIDO
               MOVE 'N' TO WRK-FIM-ITENS
               MOVE WRK-NUM-PEDIDO TO ITP-NUM-PEDIDO
               MOVE 01 TO ITP-ITEM-SEQ
               START ITENS-PEDIDO KEY >= ITP-CHAVE
                   INVALID KEY
                       SET WRK-FIM-ITENS-OK TO TRUE
               END-START
               PERFORM LER-ITEM-NF
               PERFORM ACUMULA-ITEM-CANCELADO
                   UNTIL WRK-FIM-ITENS-OK
           END-IF.
           PERFORM LER-STATUS-PEDIDO.

       LER-ITEM-NF.
           IF NOT WRK-FIM-ITENS-OK
               READ ITENS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-ITENS-OK TO TRUE
                   NOT AT END
                       IF ITP-NUM-PEDIDO NOT = WRK-NUM-PEDIDO
                           SET WRK-FIM-ITENS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       ACUMULA-ITEM-CANCELADO.
           ADD ITP-VALOR  TO WRK-LT-ESTORNO (1).
           ADD ITP-FRETE  TO WRK-LT-ESTORNO (2).
           ADD ITP-ICMS   TO WRK-LT-ESTORNO (3).
           ADD ITP-IPI    TO WRK-LT-ESTORNO (4).
           ADD ITP-PIS    TO WRK-LT-ESTORNO (5).
           ADD ITP-COFINS TO WRK-LT-ESTORNO (6).
           PERFORM LER-ITEM-NF.

      *****************************************************
      * APURA-DEVOLUCOES - ITENS DEVOLVIDOS NA DATA: A
      * MERCADORIA VAI PARA O EVENTO DEVOL E OS TRIBUTOS
      * ESTORNADOS PELO PROGCOB21 ESTORNAM OS DA EMISSAO
      *****************************************************
       APURA-DEVOLUCOES.
           OPEN INPUT DEVOLUCOES.
           IF WRK-DEVOLUCOES-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-DEVOLUCAO
               PERFORM ACUMULA-DEVOLUCAO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE DEVOLUCOES
           END-IF.

       LER-DEVOLUCAO.
           READ DEVOLUCOES
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       ACUMULA-DEVOLUCAO.
           IF DEV-DATA = WRK-DATA-MOVTO
               ADD DEV-VALOR  TO WRK-LT-NORMAL (7)
               ADD DEV-ICMS   TO WRK-LT-ESTORNO (3)
               ADD DEV-IPI    TO WRK-LT-ESTORNO (4)
               ADD DEV-PIS    TO WRK-LT-ESTORNO (5)
               ADD DEV-COFINS TO WRK-LT-ESTORNO (6)
           END-IF.
           PERFORM LER-DEVOLUCAO.

      *****************************************************
      * APURA-RECEBIMENTOS - PRINCIPAL DE FATURA OU ACORDO
      * VAI PARA RECEB; MULTA, JUROS E O PRINCIPAL DE TITULO
      * DE ENCARGOS (QUE NAO PASSOU PELA VENDA) VAO PARA
      * ENCARG; A RECUPERACAO DE TITULO BAIXADO POR PERDA VAI
      * INTEIRA PARA RECUP. REGISTROS ANTIGOS TEM MULTA E
      * JUROS EM BRANCO
      *****************************************************
       APURA-RECEBIMENTOS.
           OPEN INPUT RECEBIMENTOS.
           IF WRK-RECEBIMENTOS-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-RECEBIMENTO
               PERFORM ACUMULA-RECEBIMENTO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE RECEBIMENTOS
           END-IF.

       LER-RECEBIMENTO.
           READ RECEBIMENTOS
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       ACUMULA-RECEBIMENTO.
           IF RCB-DATA = WRK-DATA-MOVTO
               IF RCB-RECUPERACAO
                   ADD RCB-VALOR TO WRK-LT-NORMAL (10)
                   IF RCB-VALOR-MULTA IS NUMERIC
                       ADD RCB-VALOR-MULTA TO WRK-LT-NORMAL (10)
                   END-IF
                   IF RCB-VALOR-JUROS IS NUMERIC
                       ADD RCB-VALOR-JUROS TO WRK-LT-NORMAL (10)
                   END-IF
               ELSE
                   IF RCB-TIPO-DOC = 'E'
                       ADD RCB-VALOR TO WRK-LT-NORMAL (9)
                   ELSE
                       ADD RCB-VALOR TO WRK-LT-NORMAL (8)
                   END-IF
                   IF RCB-VALOR-MULTA IS NUMERIC
                       ADD RCB-VALOR-MULTA TO WRK-LT-NORMAL (9)
                   END-IF
                   IF RCB-VALOR-JUROS IS NUMERIC
                       ADD RCB-VALOR-JUROS TO WRK-LT-NORMAL (9)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-RECEBIMENTO.

      *****************************************************
      * CARREGA-COMPET-APURADAS - COMPETENCIAS CUJOS
      * ENCARGOS PATRONAIS O PROGCOB78 APUROU NA DATA
      *****************************************************
       CARREGA-COMPET-APURADAS.
           MOVE ZEROS TO WRK-QTD-COMPET.
           OPEN INPUT ENC-CONTROLE.
           IF WRK-ENC-CONTROLE-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-ENC-CONTROLE
               PERFORM GUARDA-COMPETENCIA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE ENC-CONTROLE
           END-IF.

       LER-ENC-CONTROLE.
           READ ENC-CONTROLE NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       GUARDA-COMPETENCIA.
           IF ECT-DATA-APURACAO = WRK-DATA-MOVTO
               IF WRK-QTD-COMPET < WRK-MAX-COMPET
                   ADD 1 TO WRK-QTD-COMPET
                   MOVE ECT-COMPETENCIA
                       TO WRK-CP-COMPETENCIA (WRK-QTD-COMPET)
               ELSE
                   DISPLAY 'TABELA DE COMPETENCIAS CHEIA - '
                           'IGNORADA ' ECT-COMPETENCIA
               END-IF
           END-IF.
           PERFORM LER-ENC-CONTROLE.

      *****************************************************
      * APURA-HOLERITES - HOLERITE EMITIDO NA DATA LANCA O
      * LIQUIDO E AS RETENCOES; HOLERITE DE COMPETENCIA
      * APURADA NA DATA LANCA O INSS PATRONAL, CALCULADO
      * COMO NO PROGCOB78 (20 POR CENTO DO BRUTO, ARREDONDADO
      * POR HOLERITE)
      *****************************************************
       APURA-HOLERITES.
           OPEN INPUT HOLERITE-ARQ.
           IF WRK-HOLERITE-ARQ-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-HOLERITE
               PERFORM ACUMULA-HOLERITE UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE HOLERITE-ARQ
           END-IF.

       LER-HOLERITE.
           READ HOLERITE-ARQ NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       ACUMULA-HOLERITE.
           IF HAR-DATA-EMISSAO = WRK-DATA-MOVTO
               ADD HAR-LIQUIDO TO WRK-LT-NORMAL (11)
               ADD HAR-INSS    TO WRK-LT-NORMAL (12)
               ADD HAR-IRRF    TO WRK-LT-NORMAL (13)
           END-IF.
           MOVE HAR-COMPETENCIA TO WRK-COMPET-BUSCA.
           PERFORM BUSCA-COMPETENCIA.
           IF WRK-COMPET-APURADA
               COMPUTE WRK-INSS-PATRONAL ROUNDED =
                   HAR-BRUTO * WRK-PERC-PATRONAL / 100
               ADD WRK-INSS-PATRONAL TO WRK-LT-NORMAL (14)
           END-IF.
           PERFORM LER-HOLERITE.

       APURA-FGTS.
           IF WRK-QTD-COMPET > ZEROS
               OPEN INPUT FGTS-DEPOSITOS
               IF WRK-FGTS-DEPOSITOS-ST = '00'
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM LER-FGTS
                   PERFORM ACUMULA-FGTS UNTIL WRK-FIM-ARQUIVO-OK
                   CLOSE FGTS-DEPOSITOS
               END-IF
           END-IF.

       LER-FGTS.
           READ FGTS-DEPOSITOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       ACUMULA-FGTS.
           MOVE FGT-COMPETENCIA TO WRK-COMPET-BUSCA.
           PERFORM BUSCA-COMPETENCIA.
           IF WRK-COMPET-APURADA
               ADD FGT-DEPOSITO TO WRK-LT-NORMAL (15)
           END-IF.
           PERFORM LER-FGTS.

       BUSCA-COMPETENCIA.
           MOVE 'N' TO WRK-COMPET-SW.
           PERFORM COMPARA-COMPETENCIA
               VARYING WRK-IDX-COMPET FROM 1 BY 1
               UNTIL WRK-IDX-COMPET > WRK-QTD-COMPET
                  OR WRK-COMPET-APURADA.

       COMPARA-COMPETENCIA.
           IF WRK-CP-COMPETENCIA (WRK-IDX-COMPET) = WRK-COMPET-BUSCA
               SET WRK-COMPET-APURADA TO TRUE
           END-IF.

      *****************************************************
      * APURA-TARIFAS - DEBITOS DE TARIFA LANCADOS NA DATA
      * PELO PROGCOB88 (DOCUMENTO TARIFA); UM CREDITO COM O
      * MESMO DOCUMENTO E DEVOLUCAO DE TARIFA E ESTORNA
      *****************************************************
       APURA-TARIFAS.
           OPEN INPUT MOVIMENTOS.
           IF WRK-MOVIMENTOS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-MOVIMENTO
               PERFORM ACUMULA-TARIFA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE MOVIMENTOS
           END-IF.

       LER-MOVIMENTO.
           READ MOVIMENTOS
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       ACUMULA-TARIFA.
           IF MOV-DATA = WRK-DATA-MOVTO
              AND MOV-DOCUMENTO = 'TARIFA'
               IF MOV-DEBITO
                   ADD MOV-VALOR TO WRK-LT-NORMAL (16)
               ELSE
                   ADD MOV-VALOR TO WRK-LT-ESTORNO (16)
               END-IF
           END-IF.
           PERFORM LER-MOVIMENTO.

      *****************************************************
      * CONTABILIZA-LOTE - LOTE JA ACEITO NUMA EXECUCAO
      * ANTERIOR NAO E REFEITO; SENAO MONTA AS PARTIDAS DE
      * CADA EVENTO COM VALOR, CRITICA REGRAS, CONTAS E O
      * FECHAMENTO DEBITO = CREDITO, E GRAVA OU REJEITA O
      * LOTE INTEIRO
      *****************************************************
       CONTABILIZA-LOTE.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           MOVE ZEROS TO WRK-QTD-PARTIDAS.
           MOVE ZEROS TO WRK-TOTAL-DEBITO.
           MOVE ZEROS TO WRK-TOTAL-CREDITO.
           MOVE WRK-DATA-MOVTO TO CTC-DATA.
           MOVE WRK-LOTE       TO CTC-LOTE.
           READ CTB-CONTROLE
               INVALID KEY
                   PERFORM MONTA-PARTIDAS-EVENTO
                       VARYING WRK-IDX-EV FROM 1 BY 1
                       UNTIL WRK-IDX-EV > WRK-QTD-EVENTOS
                   PERFORM CRITICA-LOTE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-REPETIDOS
                   MOVE SPACES TO REL-LINHA
                   STRING 'LOTE ' WRK-LOTE
                          ' JA CONTABILIZADO EM ' CTC-DATA-GERACAO
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
           END-READ.

       CRITICA-LOTE.
           IF WRK-QTD-PARTIDAS = ZEROS
               ADD 1 TO WRK-QTD-VAZIOS
               MOVE SPACES TO REL-LINHA
               STRING 'LOTE ' WRK-LOTE ' SEM MOVIMENTO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF WRK-MOTIVO-REJ = SPACES
                  AND WRK-TOTAL-DEBITO NOT = WRK-TOTAL-CREDITO
                   MOVE 'LOTE DESBALANCEADO (DEBITO <> CREDITO)'
                       TO WRK-MOTIVO-REJ
               END-IF
               IF WRK-MOTIVO-REJ = SPACES
                   PERFORM GRAVA-LOTE
               ELSE
                   PERFORM REJEITA-LOTE
               END-IF
           END-IF.

      *****************************************************
      * MONTA-PARTIDAS-EVENTO - VALOR NORMAL DEBITA A CONTA
      * DE DEBITO E CREDITA A DE CREDITO DA REGRA; O ESTORNO
      * FAZ O CONTRARIO. O PRIMEIRO PROBLEMA ENCONTRADO FICA
      * COMO MOTIVO DA REJEICAO
      *****************************************************
       MONTA-PARTIDAS-EVENTO.
           IF WRK-LT-NORMAL (WRK-IDX-EV) > ZEROS
              OR WRK-LT-ESTORNO (WRK-IDX-EV) > ZEROS
               MOVE WRK-EV-CODIGO (WRK-IDX-EV) TO RGC-EVENTO
               READ REGRAS-CTB
                   INVALID KEY
                       MOVE ZEROS TO RGC-CONTA-DEBITO
                       MOVE ZEROS TO RGC-CONTA-CREDITO
                       MOVE SPACES TO RGC-DESCRICAO
                       IF WRK-MOTIVO-REJ = SPACES
                           STRING 'SEM REGRA PARA O EVENTO '
                                  WRK-EV-CODIGO (WRK-IDX-EV)
                               DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
                       END-IF
               END-READ
               MOVE RGC-CONTA-DEBITO  TO WRK-CONTA-DEBITO
               MOVE RGC-CONTA-CREDITO TO WRK-CONTA-CREDITO
               MOVE WRK-CONTA-DEBITO  TO WRK-CONTA-CRITICA
               PERFORM CRITICA-CONTA
               MOVE WRK-CONTA-CREDITO TO WRK-CONTA-CRITICA
               PERFORM CRITICA-CONTA
               IF WRK-LT-NORMAL (WRK-IDX-EV) > ZEROS
                   MOVE WRK-LT-NORMAL (WRK-IDX-EV)
                       TO WRK-VALOR-PARTIDA
                   MOVE RGC-DESCRICAO TO WRK-HISTORICO
                   PERFORM INCLUI-PAR-PARTIDAS
               END-IF
               IF WRK-LT-ESTORNO (WRK-IDX-EV) > ZEROS
                   MOVE WRK-LT-ESTORNO (WRK-IDX-EV)
                       TO WRK-VALOR-PARTIDA
                   MOVE SPACES TO WRK-HISTORICO
                   STRING 'ESTORNO ' RGC-DESCRICAO
                       DELIMITED BY SIZE INTO WRK-HISTORICO
                   MOVE RGC-CONTA-CREDITO TO WRK-CONTA-DEBITO
                   MOVE RGC-CONTA-DEBITO  TO WRK-CONTA-CREDITO
                   PERFORM INCLUI-PAR-PARTIDAS
               END-IF
           END-IF.

       CRITICA-CONTA.
           IF WRK-MOTIVO-REJ = SPACES
               MOVE WRK-CONTA-CRITICA TO PLC-CODIGO
               READ PLANO-CONTAS
                   INVALID KEY
                       STRING 'CONTA ' WRK-CONTA-CRITICA
                              ' EVENTO '
                              WRK-EV-CODIGO (WRK-IDX-EV)
                              ' INEXISTENTE'
                           DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
                   NOT INVALID KEY
                       IF NOT PLC-ATIVA
                           STRING 'CONTA ' WRK-CONTA-CRITICA
                                  ' EVENTO '
                                  WRK-EV-CODIGO (WRK-IDX-EV)
                                  ' INATIVA'
                               DELIMITED BY SIZE INTO WRK-MOTIVO-REJ
                       END-IF
               END-READ
           END-IF.

       INCLUI-PAR-PARTIDAS.
           ADD 1 TO WRK-QTD-PARTIDAS.
           MOVE WRK-CONTA-DEBITO TO WRK-PT-CONTA (WRK-QTD-PARTIDAS).
           MOVE 'D' TO WRK-PT-TIPO (WRK-QTD-PARTIDAS).
           PERFORM COMPLETA-PARTIDA.
           ADD WRK-VALOR-PARTIDA TO WRK-TOTAL-DEBITO.
           ADD 1 TO WRK-QTD-PARTIDAS.
           MOVE WRK-CONTA-CREDITO TO WRK-PT-CONTA (WRK-QTD-PARTIDAS).
           MOVE 'C' TO WRK-PT-TIPO (WRK-QTD-PARTIDAS).
           PERFORM COMPLETA-PARTIDA.
           ADD WRK-VALOR-PARTIDA TO WRK-TOTAL-CREDITO.

       COMPLETA-PARTIDA.
           MOVE WRK-VALOR-PARTIDA
               TO WRK-PT-VALOR (WRK-QTD-PARTIDAS).
           MOVE WRK-EV-CODIGO (WRK-IDX-EV)
               TO WRK-PT-EVENTO (WRK-QTD-PARTIDAS).
           MOVE WRK-HISTORICO
               TO WRK-PT-HISTORICO (WRK-QTD-PARTIDAS).

       GRAVA-LOTE.
           PERFORM GRAVA-PARTIDA
               VARYING WRK-IDX-PT FROM 1 BY 1
               UNTIL WRK-IDX-PT > WRK-QTD-PARTIDAS.
           MOVE SPACES TO CTC-REGISTRO.
           MOVE WRK-DATA-MOVTO    TO CTC-DATA.
           MOVE WRK-LOTE          TO CTC-LOTE.
           MOVE WRK-QTD-PARTIDAS  TO CTC-QTD-PARTIDAS.
           MOVE WRK-TOTAL-DEBITO  TO CTC-TOTAL-DEBITO.
           MOVE WRK-TOTAL-CREDITO TO CTC-TOTAL-CREDITO.
           MOVE WRK-DATA-HOJE     TO CTC-DATA-GERACAO.
           WRITE CTC-REGISTRO.
           ADD 1 TO WRK-QTD-ACEITOS.
           MOVE 'ACEITO' TO WRK-MOTIVO-REJ.
           PERFORM IMPRIME-LOTE.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-PARTIDA.
           MOVE SPACES TO LCT-REGISTRO.
           MOVE WRK-DATA-MOVTO TO LCT-DATA.
           MOVE WRK-LOTE       TO LCT-LOTE.
           MOVE WRK-IDX-PT     TO LCT-SEQ.
           MOVE WRK-PT-CONTA (WRK-IDX-PT) TO LCT-CONTA.
           MOVE WRK-DATA-MOVTO TO LCT-DATA-RZ.
           MOVE WRK-LOTE       TO LCT-LOTE-RZ.
           MOVE WRK-IDX-PT     TO LCT-SEQ-RZ.
           MOVE WRK-PT-TIPO (WRK-IDX-PT)      TO LCT-TIPO.
           MOVE WRK-PT-VALOR (WRK-IDX-PT)     TO LCT-VALOR.
           MOVE WRK-PT-EVENTO (WRK-IDX-PT)    TO LCT-EVENTO.
           MOVE WRK-PT-HISTORICO (WRK-IDX-PT) TO LCT-HISTORICO.
           MOVE WRK-DATA-HOJE  TO LCT-DATA-GERACAO.
           WRITE LCT-REGISTRO
               INVALID KEY
                   DISPLAY 'LANCAMENTO JA EXISTENTE ' LCT-CHAVE
           END-WRITE.

       REJEITA-LOTE.
           ADD 1 TO WRK-QTD-REJEITADOS.
           PERFORM IMPRIME-LOTE.

       IMPRIME-LOTE.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTE ' WRK-LOTE ' ' WRK-MOTIVO-REJ
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PARTIDAS  TO WRK-PARTIDAS-ED.
           MOVE WRK-TOTAL-DEBITO  TO WRK-DEBITO-ED.
           MOVE WRK-TOTAL-CREDITO TO WRK-CREDITO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '     PARTIDAS ' WRK-PARTIDAS-ED
                  '  DEBITO ' WRK-DEBITO-ED
                  '  CREDITO ' WRK-CREDITO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ACEITOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTES ACEITOS................. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-REJEITADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTES REJEITADOS.............. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-REPETIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTES JA CONTABILIZADOS....... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-VAZIOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LOTES SEM MOVIMENTO........... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

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
           MOVE 'PROGC126' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'CONTABILIZACAO LOTE=' WRK-LOTE
               ' DATA=' WRK-DATA-MOVTO
               ' PARTIDAS=' WRK-QTD-PARTIDAS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-MOVTO
               VALIDNUM-CAMPO     BY WRK-DATA-MOVTO
               VALIDNUM-CHAVE-SW  BY WRK-DATA-MOVTO-SW.
