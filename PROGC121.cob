       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC121.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: IMPORTACAO EM LOTE DOS PEDIDOS DE COMPRA
      * DOS CLIENTES (PLANILHA/EDI CONVERTIDA NO PADRAO CSV
      * DA CASA - CSVLINHA, ARQUIVO IMPPEDID): CLIENTE,
      * NUMERO DO PEDIDO DO CLIENTE, PRODUTO, QUANTIDADE E
      * DATA SOLICITADA (AAAAMMDD, EM BRANCO = SEM DATA).
      * AS LINHAS DE UM MESMO CLIENTE E PEDIDO DO CLIENTE,
      * EM SEQUENCIA NO ARQUIVO, FORMAM UMA NOTA FISCAL COM
      * AS MESMAS REGRAS DA DIGITACAO DO PROGCOB09: SITUACAO
      * DO CLIENTE, PRODUTO ATIVO, PRECO VIGENTE (PRECOFUT),
      * DESCONTO DE POLITICA, BAIXA POR DEPOSITO E LOTE
      * (ESCDEPOS/BAIXALOT) COM BACKORDER DO ITEM SEM SALDO,
      * FRETE POR UF E TRANSPORTADORA DA ZONA, ICMS E
      * TRIBUTOS POR NCM (CALCTRIB) E LIMITE DE CREDITO NO
      * FECHAMENTO. GRAVA STATUSPD (COM O PEDIDO DO CLIENTE
      * EM STP-PEDIDO-CLIENTE), ITPEDIDO E O NUMERO DE NF
      * (NFCTRL); AS LINHAS RECUSADAS VAO PARA O IMPPDREJ
      * COM O MOTIVO E O RESUMO SAI NO RELIMPPD, COM OS
      * TOTAIS DE CONTROLE NO CTLTOTAL.
      * SEM OPERADOR NA IMPORTACAO: O DESCONTO APLICADO E O
      * MAXIMO DA POLITICA DO CLIENTE, O ITEM SEM SALDO VIRA
      * BACKORDER SEMPRE (MENOS O KIT, RECUSADO COM O MOTIVO
      * 18), O PEDIDO SAI SEM VENDEDOR E COM A
      * CONDICAO DE PAGAMENTO PADRAO DO CLIENTE, E A DATA
      * PROMETIDA E A DA ZONA/TRANSPORTADORA OU A DATA
      * SOLICITADA PELO CLIENTE, A QUE FOR MAIOR
      * DATA 2026-10-15
      * 2026-10-15 LC  O PEDIDO IMPORTADO VAI PARA O ENDERECO
      * DO CADASTRO DO CLIENTE (LOCAL DE ENTREGA 00 GRAVADO
      * NO STATUSPD)
      * 2026-10-15 LC  IMPORTACAO NAO EXECUTADA QUANDO A DATA
      * DE HOJE CAI EM COMPETENCIA FECHADA PARA VENDAS NO
      * PERIODOS (ROTINA VERIFPER, COM REGISTRO NA TRILHA DE
      * AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  KIT (PRODUTO COM COMPOSICAO NO
      * KITESTRU) BAIXA PELOS COMPONENTES COMO NO PROGCOB09,
      * COM KARDEX, LOTES E KITBAIXA POR COMPONENTE; KIT COM
      * COMPONENTE SEM SALDO E RECUSADO (MOTIVO 18) E NAO
      * VIRA BACKORDER
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPORTACAO ASSIGN TO "IMPPEDID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-IMPORTACAO-ST.
           SELECT CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLIENTE-STATUS.
           SELECT PRODUTO-TAB ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTO-STATUS.
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
           SELECT FRETE-TAB ASSIGN TO "FRETETAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRT-UF
               FILE STATUS IS WRK-FRETE-STATUS.
           SELECT STATUS-PEDIDO ASSIGN TO "STATUSPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-NUM-PEDIDO
               FILE STATUS IS WRK-STATUS-PEDIDO-ST.
           SELECT NF-CONTROLE ASSIGN TO "NFCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFC-CHAVE
               FILE STATUS IS WRK-NF-CONTROLE-ST.
           SELECT ITENS-PEDIDO ASSIGN TO "ITPEDIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               ALTERNATE RECORD KEY IS ITP-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-ITENS-PEDIDO-ST.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT DESCONTO-TAB ASSIGN TO "DESCONTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DST-CHAVE
               FILE STATUS IS WRK-DESCONTO-TAB-ST.
           SELECT PRECO-FUTURO ASSIGN TO "PRECOFUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRECO-FUTURO-ST.
           SELECT BACKORDERS ASSIGN TO "BACKORDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BKO-SEQ
               FILE STATUS IS WRK-BACKORDERS-ST.
           SELECT BO-CONTROLE ASSIGN TO "BOCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BOC-CHAVE
               FILE STATUS IS WRK-BO-CONTROLE-ST.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-CODIGO
               FILE STATUS IS WRK-TRANSPORTADORAS-ST.
           SELECT FRETE-TRANSP ASSIGN TO "FRETETRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FTP-CHAVE
               FILE STATUS IS WRK-FRETE-TRANSP-ST.
           SELECT TRIB-NCM ASSIGN TO "TRIBNCM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NCM-CODIGO
               FILE STATUS IS WRK-TRIB-NCM-ST.
           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOTES-ST.
           SELECT KARDEX ASSIGN TO "KARDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT REJEITADOS ASSIGN TO "IMPPDREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-REJEITADOS-ST.
           SELECT CONTROLE ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTROLE-STATUS.
           SELECT RELATORIO ASSIGN TO "RELIMPPD"
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
           SELECT KIT-ESTRUTURA ASSIGN TO "KITESTRU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-KIT-ESTRU-ST.
           SELECT KIT-BAIXA ASSIGN TO "KITBAIXA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KBX-CHAVE
               FILE STATUS IS WRK-KIT-BAIXA-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  IMPORTACAO.
           COPY CSVLINHA.
       FD  CLIENTE.
           COPY CLIREG.
       FD  PRODUTO-TAB.
           COPY PRODREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  DEPOSITO.
           COPY DEPOSREG.
       FD  FRETE-TAB.
           COPY FRETEREG.
       FD  STATUS-PEDIDO.
           COPY STATREG.
       FD  NF-CONTROLE.
           COPY NFCTLREG.
       FD  ITENS-PEDIDO.
           COPY ITPEDREG.
       FD  TITULOS.
           COPY TITREG.
       FD  DESCONTO-TAB.
           COPY DESCTREG.
       FD  PRECO-FUTURO.
           COPY PRFUTREG.
       FD  BACKORDERS.
           COPY BACKOREG.
       FD  BO-CONTROLE.
           COPY BOCTLREG.
       FD  TRANSPORTADORAS.
           COPY TRANSPREG.
       FD  FRETE-TRANSP.
           COPY FRTTPREG.
       FD  TRIB-NCM.
           COPY NCMTREG.
       FD  LOTES.
           COPY LOTEREG.
       FD  KARDEX.
           COPY KARDXREG.
       FD  REJEITADOS.
       01  REJ-REGISTRO.
           02 REJ-MOTIVO    PIC X(02).
           02 REJ-DESCRICAO PIC X(30).
           02 REJ-IMAGEM    PIC X(120).
       FD  CONTROLE.
           COPY CTRLTOT.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       FD  KIT-ESTRUTURA.
           COPY KITREG.
       FD  KIT-BAIXA.
           COPY KITBXREG.
       WORKING-STORAGE SECTION.
       77 WRK-IMPORTACAO-ST    PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PRODUTO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO-ST      PIC X(02) VALUE SPACES.
       77 WRK-FRETE-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEDIDO-ST PIC X(02) VALUE SPACES.
       77 WRK-NF-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DESCONTO-TAB-ST  PIC X(02) VALUE SPACES.
       77 WRK-PRECO-FUTURO-ST  PIC X(02) VALUE SPACES.
       77 WRK-BACKORDERS-ST    PIC X(02) VALUE SPACES.
       77 WRK-BO-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-TRANSPORTADORAS-ST PIC X(02) VALUE SPACES.
       77 WRK-FRETE-TRANSP-ST  PIC X(02) VALUE SPACES.
       77 WRK-TRIB-NCM-ST      PIC X(02) VALUE SPACES.
       77 WRK-LOTES-ST         PIC X(02) VALUE SPACES.
       77 WRK-KARDEX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-REJEITADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-CONTROLE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-KIT-ESTRU-ST     PIC X(02) VALUE SPACES.
       77 WRK-KIT-BAIXA-ST     PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
      *----------------------------------------------------
      * CAMPOS DA LINHA IMPORTADA E CONVERSAO NUMERICA
      *----------------------------------------------------
       77 WRK-CAMPO-CLIENTE    PIC X(08) VALUE SPACES.
       77 WRK-CAMPO-PEDIDO-CLI PIC X(20) VALUE SPACES.
       77 WRK-CAMPO-PRODUTO    PIC X(08) VALUE SPACES.
       77 WRK-CAMPO-QTDE       PIC X(08) VALUE SPACES.
       77 WRK-CAMPO-DATA       PIC X(08) VALUE SPACES.
       77 WRK-CAMPO-NUM        PIC X(08) VALUE SPACES.
       77 WRK-CAMPO-VALOR      PIC 9(08) VALUE ZEROS.
       77 WRK-CAMPO-TAM        PIC 9(02) VALUE ZEROS.
       77 WRK-CAMPO-SW         PIC X(01) VALUE 'N'.
           88 WRK-CAMPO-OK VALUE 'S'.
       77 WRK-IDX-DIGITO       PIC 9(02) VALUE ZEROS.
       77 WRK-DIGITO           PIC X(01) VALUE SPACES.
       77 WRK-DIGITO-NUM       PIC 9(01) VALUE ZEROS.
      *----------------------------------------------------
      * QUEBRA POR CLIENTE + PEDIDO DO CLIENTE
      *----------------------------------------------------
       01 WRK-CHAVE-LINHA.
           02 WRK-CHV-LIN-CLIENTE PIC X(08).
           02 WRK-CHV-LIN-PEDIDO  PIC X(20).
       01 WRK-CHAVE-PEDIDO.
           02 WRK-CHV-PED-CLIENTE PIC X(08).
           02 WRK-CHV-PED-PEDIDO  PIC X(20).
       77 WRK-MOTIVO           PIC X(02) VALUE SPACES.
       77 WRK-MOTIVO-DESCR     PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO-PEDIDO    PIC X(02) VALUE SPACES.
       77 WRK-MOTIVO-PED-DESCR PIC X(30) VALUE SPACES.
       77 WRK-FIM-STP          PIC X(01) VALUE 'N'.
           88 WRK-FIM-STP-OK VALUE 'S'.
       77 WRK-DUPLICADO-SW     PIC X(01) VALUE 'N'.
           88 WRK-PEDIDO-DUPLICADO VALUE 'S'.
      *----------------------------------------------------
      * DADOS DO PEDIDO EM MONTAGEM
      *----------------------------------------------------
       77 WRK-CLI-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-PEDIDO-CLIENTE   PIC X(20) VALUE SPACES.
       77 WRK-UF               PIC X(02) VALUE SPACES.
       77 WRK-ICMS-PERC        PIC 9(02)V99 VALUE ZEROS.
       77 WRK-MULT-FRETE       PIC 9(01)V999 VALUE ZEROS.
       77 WRK-COND-PAGTO       PIC 9(02) VALUE ZEROS.
       77 WRK-NUM-PEDIDO       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-SOLICITADA  PIC 9(08) VALUE ZEROS.
       77 WRK-MAIOR-SOLICITADA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PROMESSA    PIC 9(08) VALUE ZEROS.
       77 WRK-MAX-ITENS        PIC 9(02) VALUE 20.
       77 WRK-QTD-ITENS        PIC 9(02) VALUE ZEROS.
       77 WRK-ITEM-GRAVA       PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-CODIGO      PIC 9(06) VALUE ZEROS.
       77 WRK-QUANTIDADE       PIC 9(03) VALUE ZEROS.
       77 WRK-PRODUTO          PIC X(20) VALUE SPACES.
       77 WRK-VALOR            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE            PIC 9(04)V99 VALUE ZEROS.
       77 WRK-ICMS             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CUSTO-UNIT       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DEPOSITO         PIC 9(02) VALUE ZEROS.
       77 WRK-KDX-TIPO         PIC X(01) VALUE SPACES.
       77 WRK-KDX-DOCUMENTO    PIC X(08) VALUE SPACES.
       77 WRK-SLOT             PIC 9(01) VALUE ZEROS.
       77 WRK-NUM-BACKORDER    PIC 9(08) VALUE ZEROS.
       77 WRK-TOTAL-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-FRETE      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-TAB-PEDIDO.
           02 WRK-ITEM-PEDIDO OCCURS 20 TIMES
              INDEXED BY WRK-IDX-ITEM.
               03 WRK-IT-PRODUTO     PIC X(20).
               03 WRK-IT-VALOR       PIC 9(06)V99.
               03 WRK-IT-FRETE       PIC 9(04)V99.
               03 WRK-IT-ICMS        PIC 9(06)V99.
               03 WRK-IT-PROD-CODIGO PIC 9(06).
               03 WRK-IT-QUANTIDADE  PIC 9(03).
               03 WRK-IT-DESC-PERC   PIC 9(02)V99.
               03 WRK-IT-CUSTO-UNIT  PIC 9(06)V99.
               03 WRK-IT-DEPOSITO    PIC 9(02).
               03 WRK-IT-QTD-LOTES   PIC 9(01).
               03 WRK-IT-LOTES       PIC X(120).
               03 WRK-IT-TAXA-PESO   PIC 9(02)V99.
               03 WRK-IT-NCM         PIC 9(08).
               03 WRK-IT-IPI         PIC 9(06)V99.
               03 WRK-IT-IPI-PERC    PIC 9(02)V99.
               03 WRK-IT-PIS         PIC 9(06)V99.
               03 WRK-IT-PIS-PERC    PIC 9(02)V99.
               03 WRK-IT-COFINS      PIC 9(06)V99.
               03 WRK-IT-COFINS-PERC PIC 9(02)V99.
               03 WRK-IT-IMAGEM      PIC X(120).
               03 WRK-IT-KIT         PIC X(01).
      *----------------------------------------------------
      * PRECO VIGENTE E DESCONTO DE POLITICA
      *----------------------------------------------------
       77 WRK-PRECO-VIGENTE    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FIM-PRECOS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-PRECOS-OK VALUE 'S'.
       77 WRK-DESC-CLI         PIC 9(06) VALUE ZEROS.
       77 WRK-DESC-POLITICA    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-DESC-VALOR       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FIM-DESCONTO     PIC X(01) VALUE 'N'.
           88 WRK-FIM-DESCONTO-OK VALUE 'S'.
      *----------------------------------------------------
      * LIMITE DE CREDITO
      *----------------------------------------------------
       77 WRK-EXPOSICAO        PIC S9(09)V99 VALUE ZEROS.
       77 WRK-LIMITE-SW        PIC X(01) VALUE 'S'.
           88 WRK-LIMITE-OK VALUE 'S'.
       77 WRK-FIM-TITULOS      PIC X(01) VALUE 'N'.
           88 WRK-FIM-TITULOS-OK VALUE 'S'.
       77 WRK-FIM-ITENS        PIC X(01) VALUE 'N'.
           88 WRK-FIM-ITENS-OK VALUE 'S'.
       77 WRK-EXP-NUM-PEDIDO   PIC 9(08) VALUE ZEROS.
      *----------------------------------------------------
      * KIT - COMPOSICAO DO PRODUTO (KITESTRU) E
      * COMPONENTES BAIXADOS NO PEDIDO (PARA O ESTORNO E O
      * KITBAIXA), COMO NO PROGCOB09
      *----------------------------------------------------
       77 WRK-KIT-ABERTO       PIC X(01) VALUE 'N'.
           88 WRK-KIT-ABERTO-OK VALUE 'S'.
       77 WRK-ITEM-KIT-SW      PIC X(01) VALUE 'N'.
           88 WRK-ITEM-KIT VALUE 'S'.
       77 WRK-KIT-SALDO-SW     PIC X(01) VALUE 'N'.
           88 WRK-KIT-COM-SALDO VALUE 'S'.
       77 WRK-FIM-KIT          PIC X(01) VALUE 'N'.
           88 WRK-FIM-KIT-OK VALUE 'S'.
       77 WRK-KIT-POS          PIC 9(02) VALUE ZEROS.
       77 WRK-KIT-QTD-COMP     PIC 9(02) VALUE ZEROS.
       77 WRK-KIT-MAX-COMP     PIC 9(02) VALUE 10.
       01 WRK-TAB-KIT.
           02 WRK-KIT-COMP OCCURS 10 TIMES.
               03 WRK-KC-CODIGO     PIC 9(06).
               03 WRK-KC-QTD-KIT    PIC 9(03).
               03 WRK-KC-NECESSARIO PIC 9(06).
       77 WRK-KB-QTD           PIC 9(03) VALUE ZEROS.
       77 WRK-KB-MAX           PIC 9(03) VALUE 60.
       77 WRK-KB-POS           PIC 9(03) VALUE ZEROS.
       77 WRK-KB-COMP-SEQ      PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-KIT-BAIXA.
           02 WRK-KIT-BAIXADO OCCURS 60 TIMES.
               03 WRK-KB-ITEM-SEQ   PIC 9(02).
               03 WRK-KB-COMPONENTE PIC 9(06).
               03 WRK-KB-QUANTIDADE PIC 9(06).
               03 WRK-KB-DEPOSITO   PIC 9(02).
               03 WRK-KB-CUSTO-UNIT PIC 9(06)V99.
               03 WRK-KB-QTD-LOTES  PIC 9(01).
               03 WRK-KB-LOTES      PIC X(120).
      *----------------------------------------------------
      * TRANSPORTADORAS DA ZONA
      *----------------------------------------------------
       77 WRK-TRANSP           PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TRANSP       PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-TRANSP       PIC 9(02) VALUE 10.
       77 WRK-TRP-ESCOLHIDA    PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-TRANSP       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANSP-OK VALUE 'S'.
       01 WRK-TAB-TRANSP.
           02 WRK-TRP-ITEM OCCURS 10 TIMES
              INDEXED BY WRK-IDX-TRP.
               03 WRK-TT-CODIGO     PIC 9(03).
               03 WRK-TT-NOME       PIC X(30).
               03 WRK-TT-MULT       PIC 9(01)V999.
               03 WRK-TT-TAXA       PIC 9(02)V99.
               03 WRK-TT-PRAZO      PIC 9(02).
               03 WRK-TT-TOTAL      PIC 9(06)V99.
      *----------------------------------------------------
      * FAIXAS DE PESO E ZONAS DE CEP (AS MESMAS DO
      * PROGCOB09)
      *----------------------------------------------------
       77 WRK-PESO             PIC 9(04) VALUE ZEROS.
       77 WRK-TAXA-PESO        PIC 9(02)V99 VALUE ZEROS.
       01 WRK-TAB-PESO-DADOS   PIC X(32)
              VALUE '00050500002012000050250099995000'.
       01 WRK-TAB-PESO REDEFINES WRK-TAB-PESO-DADOS.
           02 WRK-PESO-FAIXA OCCURS 4 TIMES
              INDEXED BY WRK-IDX-PESO.
               03 WRK-PESO-ATE  PIC 9(04).
               03 WRK-PESO-TAXA PIC 9(02)V99.
       77 WRK-ZONA-TAXA        PIC 9(02)V99 VALUE ZEROS.
       77 WRK-ZONA-COD         PIC X(01) VALUE SPACES.
       77 WRK-ZONA-PRAZO       PIC 9(02) VALUE ZEROS.
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
      *----------------------------------------------------
      * CONTADORES DO LOTE
      *----------------------------------------------------
       77 WRK-QTD-LIDAS        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ITENS-GRAV   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-BACKORDERS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PED-RECUSADOS PIC 9(06) VALUE ZEROS.
       77 WRK-HASH-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
           COPY DEPOSWRK.
           COPY LOTEWRK.
           COPY TRIBWRK.
           COPY PERIOWRK.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'V' TO WRK-PER-AREA.
           MOVE WRK-DATA-HOJE TO WRK-PER-DATA.
           MOVE 'PROGC121' TO WRK-PER-PROGRAMA.
           MOVE 'IMPPEDID' TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               DISPLAY 'IMPORTACAO NAO EXECUTADA - O ARQUIVO '
                       'IMPPEDID FICA PARA A PROXIMA EXECUCAO'
               GOBACK
           END-IF.
           OPEN INPUT IMPORTACAO.
           IF WRK-IMPORTACAO-ST NOT = '00'
               DISPLAY 'ARQUIVO IMPPEDID AUSENTE - IMPORTACAO '
                       'NAO EXECUTADA'
               GOBACK
           END-IF.
           OPEN INPUT CLIENTE.
           OPEN INPUT PRODUTO-TAB.
           OPEN I-O ESTOQUE.
           OPEN INPUT FRETE-TAB.
           OPEN I-O STATUS-PEDIDO.
           OPEN I-O NF-CONTROLE.
           OPEN I-O ITENS-PEDIDO.
           OPEN INPUT DESCONTO-TAB.
           OPEN INPUT PRECO-FUTURO.
           OPEN I-O BACKORDERS.
           IF WRK-BACKORDERS-ST NOT = '00'
               CLOSE BACKORDERS
               OPEN OUTPUT BACKORDERS
               CLOSE BACKORDERS
               OPEN I-O BACKORDERS
           END-IF.
           OPEN I-O BO-CONTROLE.
           IF WRK-BO-CONTROLE-ST NOT = '00'
               CLOSE BO-CONTROLE
               OPEN OUTPUT BO-CONTROLE
               CLOSE BO-CONTROLE
               OPEN I-O BO-CONTROLE
           END-IF.
           OPEN INPUT TRANSPORTADORAS.
           OPEN INPUT FRETE-TRANSP.
           OPEN INPUT TRIB-NCM.
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
           OPEN I-O KIT-BAIXA.
           IF WRK-KIT-BAIXA-ST NOT = '00'
               CLOSE KIT-BAIXA
               OPEN OUTPUT KIT-BAIXA
               CLOSE KIT-BAIXA
               OPEN I-O KIT-BAIXA
           END-IF.
           OPEN OUTPUT REJEITADOS.
           OPEN OUTPUT RELATORIO.
           MOVE WRK-DATA-HOJE TO WRK-LOT-HOJE.
           PERFORM CARREGA-DEPOSITOS.
           PERFORM LE-OPERADOR-SESSAO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM LER-LINHA.
           PERFORM PROCESSA-PEDIDO UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-RESUMO.
           PERFORM EMITE-CONTROLE-TOTAIS.
           CLOSE RELATORIO.
           CLOSE REJEITADOS.
           CLOSE KIT-BAIXA.
           IF WRK-KIT-ABERTO-OK
               CLOSE KIT-ESTRUTURA
           END-IF.
           CLOSE LOTES.
           IF WRK-TRIB-NCM-ST = '00'
               CLOSE TRIB-NCM
           END-IF.
           IF WRK-FRETE-TRANSP-ST = '00'
               CLOSE FRETE-TRANSP
           END-IF.
           IF WRK-TRANSPORTADORAS-ST = '00'
               CLOSE TRANSPORTADORAS
           END-IF.
           CLOSE BO-CONTROLE.
           CLOSE BACKORDERS.
           IF WRK-PRECO-FUTURO-ST = '00'
               CLOSE PRECO-FUTURO
           END-IF.
           IF WRK-DESCONTO-TAB-ST = '00'
               CLOSE DESCONTO-TAB
           END-IF.
           CLOSE ITENS-PEDIDO.
           CLOSE NF-CONTROLE.
           CLOSE STATUS-PEDIDO.
           CLOSE FRETE-TAB.
           CLOSE ESTOQUE.
           CLOSE PRODUTO-TAB.
           CLOSE CLIENTE.
           CLOSE IMPORTACAO.
           DISPLAY 'LINHAS LIDAS ' WRK-QTD-LIDAS
                   ' PEDIDOS GRAVADOS ' WRK-QTD-PEDIDOS
                   ' LINHAS REJEITADAS ' WRK-QTD-REJEITADAS.
           GOBACK.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'IMPORTACAO DE PEDIDOS DE CLIENTES EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * LER-LINHA - LE A PROXIMA LINHA E SEPARA OS CINCO
      * CAMPOS PELO PONTO E VIRGULA; CLIENTE E PEDIDO DO
      * CLIENTE FORMAM A CHAVE DE QUEBRA DO PEDIDO
      *****************************************************
       LER-LINHA.
           READ IMPORTACAO
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDAS
                   PERFORM SEPARA-CAMPOS
           END-READ.

       SEPARA-CAMPOS.
           MOVE SPACES TO WRK-CAMPO-CLIENTE.
           MOVE SPACES TO WRK-CAMPO-PEDIDO-CLI.
           MOVE SPACES TO WRK-CAMPO-PRODUTO.
           MOVE SPACES TO WRK-CAMPO-QTDE.
           MOVE SPACES TO WRK-CAMPO-DATA.
           UNSTRING CSV-LINHA DELIMITED BY ';'
               INTO WRK-CAMPO-CLIENTE
                    WRK-CAMPO-PEDIDO-CLI
                    WRK-CAMPO-PRODUTO
                    WRK-CAMPO-QTDE
                    WRK-CAMPO-DATA.
           MOVE WRK-CAMPO-CLIENTE    TO WRK-CHV-LIN-CLIENTE.
           MOVE WRK-CAMPO-PEDIDO-CLI TO WRK-CHV-LIN-PEDIDO.

      *****************************************************
      * PROCESSA-PEDIDO - UM PEDIDO POR QUEBRA DE CLIENTE +
      * PEDIDO DO CLIENTE: CRITICA O CABECALHO UMA VEZ,
      * PROCESSA AS LINHAS DA QUEBRA E FECHA A NOTA FISCAL
      *****************************************************
       PROCESSA-PEDIDO.
           MOVE WRK-CHAVE-LINHA TO WRK-CHAVE-PEDIDO.
           PERFORM INICIA-PEDIDO.
           PERFORM PROCESSA-LINHA
               UNTIL WRK-FIM-ARQUIVO-OK
                  OR WRK-CHAVE-LINHA NOT = WRK-CHAVE-PEDIDO.
           PERFORM FECHA-PEDIDO.

      *****************************************************
      * INICIA-PEDIDO - CRITICA O CLIENTE (CADASTRADO, NEM
      * BLOQUEADO NEM INATIVO), O PEDIDO DO CLIENTE
      * (INFORMADO E AINDA NAO IMPORTADO - PROTEGE CONTRA
      * REPROCESSAMENTO DO MESMO ARQUIVO) E A UF DE ENTREGA;
      * O PRIMEIRO MOTIVO ENCONTRADO RECUSA TODAS AS LINHAS
      * DO PEDIDO
      *****************************************************
       INICIA-PEDIDO.
           MOVE SPACES TO WRK-MOTIVO-PEDIDO.
           MOVE SPACES TO WRK-MOTIVO-PED-DESCR.
           MOVE ZEROS  TO WRK-QTD-ITENS.
           MOVE ZEROS  TO WRK-KB-QTD.
           MOVE ZEROS  TO WRK-TOTAL-VALOR.
           MOVE ZEROS  TO WRK-TOTAL-FRETE.
           MOVE ZEROS  TO WRK-MAIOR-SOLICITADA.
           MOVE ZEROS  TO WRK-TRANSP.
           MOVE ZEROS  TO WRK-QTD-TRANSP.
           MOVE ZEROS  TO WRK-CLI-CODIGO.
           MOVE WRK-CAMPO-PEDIDO-CLI TO WRK-PEDIDO-CLIENTE.
           MOVE WRK-CAMPO-CLIENTE TO WRK-CAMPO-NUM.
           PERFORM CONVERTE-CAMPO-NUMERICO.
           IF NOT WRK-CAMPO-OK OR WRK-CAMPO-VALOR > 999999
               MOVE '01' TO WRK-MOTIVO-PEDIDO
               MOVE 'CODIGO DE CLIENTE INVALIDO'
                   TO WRK-MOTIVO-PED-DESCR
               GO TO INICIA-PEDIDO-EXIT
           END-IF.
           MOVE WRK-CAMPO-VALOR TO WRK-CLI-CODIGO.
           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTE
               INVALID KEY
                   MOVE '02' TO WRK-MOTIVO-PEDIDO
                   MOVE 'CLIENTE NAO CADASTRADO'
                       TO WRK-MOTIVO-PED-DESCR
           END-READ.
           IF WRK-MOTIVO-PEDIDO NOT = SPACES
               GO TO INICIA-PEDIDO-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CLI-CREDITO-BLOQUEADO
                   MOVE '03' TO WRK-MOTIVO-PEDIDO
                   MOVE 'CLIENTE COM CREDITO BLOQUEADO'
                       TO WRK-MOTIVO-PED-DESCR
               WHEN CLI-INATIVO
                   MOVE '04' TO WRK-MOTIVO-PEDIDO
                   MOVE 'CLIENTE INATIVO'
                       TO WRK-MOTIVO-PED-DESCR
               WHEN WRK-PEDIDO-CLIENTE = SPACES
                   MOVE '05' TO WRK-MOTIVO-PEDIDO
                   MOVE 'PEDIDO DO CLIENTE EM BRANCO'
                       TO WRK-MOTIVO-PED-DESCR
               WHEN OTHER
                   PERFORM PROCURA-PEDIDO-IMPORTADO
           END-EVALUATE.
           IF WRK-MOTIVO-PEDIDO NOT = SPACES
               GO TO INICIA-PEDIDO-EXIT
           END-IF.
           MOVE CLI-UF TO WRK-UF.
           MOVE CLI-UF TO FRT-UF.
           READ FRETE-TAB
               INVALID KEY
                   MOVE '07' TO WRK-MOTIVO-PEDIDO
                   MOVE 'UF NAO ATENDIDA'
                       TO WRK-MOTIVO-PED-DESCR
               NOT INVALID KEY
                   MOVE FRT-ICMS-PERC  TO WRK-ICMS-PERC
                   MOVE FRT-MULT-FRETE TO WRK-MULT-FRETE
           END-READ.
           IF WRK-MOTIVO-PEDIDO NOT = SPACES
               GO TO INICIA-PEDIDO-EXIT
           END-IF.
           IF CLI-COND-PAGTO IS NUMERIC
               MOVE CLI-COND-PAGTO TO WRK-COND-PAGTO
           ELSE
               MOVE ZEROS TO WRK-COND-PAGTO
           END-IF.
           PERFORM BUSCA-ZONA-CEP.
           PERFORM CARREGA-TRANSPORTADORAS.

       INICIA-PEDIDO-EXIT.
           EXIT.

      *****************************************************
      * PROCURA-PEDIDO-IMPORTADO - O MESMO PEDIDO DO
      * CLIENTE JA GRAVADO NO STATUSPD (QUALQUER SITUACAO)
      * NAO E IMPORTADO DE NOVO
      *****************************************************
       PROCURA-PEDIDO-IMPORTADO.
           MOVE 'N' TO WRK-DUPLICADO-SW.
           MOVE 'N' TO WRK-FIM-STP.
           MOVE ZEROS TO STP-NUM-PEDIDO.
           START STATUS-PEDIDO KEY >= STP-NUM-PEDIDO
               INVALID KEY
                   SET WRK-FIM-STP-OK TO TRUE
           END-START.
           PERFORM LER-STATUS-PEDIDO.
           PERFORM COMPARA-PEDIDO-CLIENTE
               UNTIL WRK-FIM-STP-OK OR WRK-PEDIDO-DUPLICADO.
           IF WRK-PEDIDO-DUPLICADO
               MOVE '06' TO WRK-MOTIVO-PEDIDO
               MOVE 'PEDIDO DO CLIENTE JA IMPORTADO'
                   TO WRK-MOTIVO-PED-DESCR
           END-IF.

       LER-STATUS-PEDIDO.
           IF NOT WRK-FIM-STP-OK
               READ STATUS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-STP-OK TO TRUE
               END-READ
           END-IF.

       COMPARA-PEDIDO-CLIENTE.
           IF STP-CLI-CODIGO = WRK-CLI-CODIGO
              AND STP-PEDIDO-CLIENTE = WRK-PEDIDO-CLIENTE
               SET WRK-PEDIDO-DUPLICADO TO TRUE
           ELSE
               PERFORM LER-STATUS-PEDIDO
           END-IF.

      *****************************************************
      * PROCESSA-LINHA - LINHA DE PEDIDO RECUSADO NO
      * CABECALHO SAI COM O MOTIVO DO PEDIDO; AS DEMAIS SAO
      * CRITICADAS E, ACEITAS, BAIXAM O ESTOQUE E ENTRAM NA
      * TABELA DE ITENS DA NOTA
      *****************************************************
       PROCESSA-LINHA.
           IF WRK-MOTIVO-PEDIDO NOT = SPACES
               MOVE WRK-MOTIVO-PEDIDO    TO WRK-MOTIVO
               MOVE WRK-MOTIVO-PED-DESCR TO WRK-MOTIVO-DESCR
           ELSE
               PERFORM CRITICA-LINHA THRU CRITICA-LINHA-EXIT
               IF WRK-MOTIVO = SPACES
                   PERFORM BAIXA-ESTOQUE-ITEM
               END-IF
               IF WRK-MOTIVO = SPACES
                   PERFORM PROCESSA-ITEM-ACEITO
               END-IF
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               MOVE CSV-LINHA TO REJ-IMAGEM
               PERFORM GRAVA-REJEITO
           END-IF.
           PERFORM LER-LINHA.

       CRITICA-LINHA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-MOTIVO-DESCR.
           IF WRK-QTD-ITENS >= WRK-MAX-ITENS
               MOVE '15' TO WRK-MOTIVO
               MOVE 'PEDIDO EXCEDE 20 ITENS' TO WRK-MOTIVO-DESCR
               GO TO CRITICA-LINHA-EXIT
           END-IF.
           MOVE WRK-CAMPO-PRODUTO TO WRK-CAMPO-NUM.
           PERFORM CONVERTE-CAMPO-NUMERICO.
           IF NOT WRK-CAMPO-OK OR WRK-CAMPO-VALOR > 999999
               MOVE '11' TO WRK-MOTIVO
               MOVE 'CODIGO DE PRODUTO INVALIDO' TO WRK-MOTIVO-DESCR
               GO TO CRITICA-LINHA-EXIT
           END-IF.
           MOVE WRK-CAMPO-VALOR TO WRK-PROD-CODIGO.
           MOVE WRK-PROD-CODIGO TO PRD-CODIGO.
           READ PRODUTO-TAB
               INVALID KEY
                   MOVE '12' TO WRK-MOTIVO
                   MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MOTIVO-DESCR
               NOT INVALID KEY
                   IF PRD-INATIVO
                       MOVE '12' TO WRK-MOTIVO
                       MOVE 'PRODUTO INATIVO' TO WRK-MOTIVO-DESCR
                   END-IF
           END-READ.
           IF WRK-MOTIVO NOT = SPACES
               GO TO CRITICA-LINHA-EXIT
           END-IF.
           MOVE WRK-CAMPO-QTDE TO WRK-CAMPO-NUM.
           PERFORM CONVERTE-CAMPO-NUMERICO.
           IF NOT WRK-CAMPO-OK OR WRK-CAMPO-VALOR = 0
              OR WRK-CAMPO-VALOR > 999
               MOVE '13' TO WRK-MOTIVO
               MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO-DESCR
               GO TO CRITICA-LINHA-EXIT
           END-IF.
           MOVE WRK-CAMPO-VALOR TO WRK-QUANTIDADE.
           MOVE ZEROS TO WRK-DATA-SOLICITADA.
           IF WRK-CAMPO-DATA NOT = SPACES
               PERFORM CRITICA-DATA-SOLICITADA
           END-IF.

       CRITICA-LINHA-EXIT.
           EXIT.

      *****************************************************
      * CRITICA-DATA-SOLICITADA - OITO DIGITOS AAAAMMDD E
      * DATA VALIDA PELO MODULO PROGCOB26
      *****************************************************
       CRITICA-DATA-SOLICITADA.
           MOVE WRK-CAMPO-DATA TO WRK-CAMPO-NUM.
           PERFORM CONVERTE-CAMPO-NUMERICO.
           IF NOT WRK-CAMPO-OK OR WRK-CAMPO-TAM NOT = 8
               MOVE '14' TO WRK-MOTIVO
               MOVE 'DATA SOLICITADA INVALIDA' TO WRK-MOTIVO-DESCR
           ELSE
               SET DUT-FC-VALIDA-DATA TO TRUE
               MOVE WRK-CAMPO-VALOR TO DUT-DATA-1
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               IF DUT-OK
                   MOVE WRK-CAMPO-VALOR TO WRK-DATA-SOLICITADA
               ELSE
                   MOVE '14' TO WRK-MOTIVO
                   MOVE 'DATA SOLICITADA INVALIDA'
                       TO WRK-MOTIVO-DESCR
               END-IF
           END-IF.

      *****************************************************
      * CONVERTE-CAMPO-NUMERICO - O CAMPO DA PLANILHA CHEGA
      * ALINHADO A ESQUERDA E SEM ZEROS ("15      "); OS
      * DIGITOS SAO ACUMULADOS UM A UM ATE O PRIMEIRO
      * BRANCO, COM CRITICA DE DIGITO NAO NUMERICO E DE
      * CAMPO VAZIO (MESMA TECNICA DO PROGCOB96)
      *****************************************************
       CONVERTE-CAMPO-NUMERICO.
           MOVE ZEROS TO WRK-CAMPO-VALOR.
           MOVE ZEROS TO WRK-CAMPO-TAM.
           MOVE 'S' TO WRK-CAMPO-SW.
           IF WRK-CAMPO-NUM = SPACES
               MOVE 'N' TO WRK-CAMPO-SW
           ELSE
               PERFORM ACUMULA-UM-DIGITO
                   VARYING WRK-IDX-DIGITO FROM 1 BY 1
                   UNTIL WRK-IDX-DIGITO > 8
                      OR NOT WRK-CAMPO-OK
                      OR WRK-CAMPO-NUM (WRK-IDX-DIGITO:1) = SPACE
           END-IF.

       ACUMULA-UM-DIGITO.
           MOVE WRK-CAMPO-NUM (WRK-IDX-DIGITO:1) TO WRK-DIGITO.
           IF WRK-DIGITO NOT NUMERIC
               MOVE 'N' TO WRK-CAMPO-SW
           ELSE
               MOVE WRK-DIGITO TO WRK-DIGITO-NUM
               COMPUTE WRK-CAMPO-VALOR =
                   (WRK-CAMPO-VALOR * 10) + WRK-DIGITO-NUM
               ADD 1 TO WRK-CAMPO-TAM
           END-IF.

      *****************************************************
      * BAIXA-ESTOQUE-ITEM - O ITEM SAI DO DEPOSITO QUE
      * ATENDE A ZONA DO CLIENTE OU DE OUTRO COM SALDO
      * (ESCDEPOS), CONSUMINDO OS LOTES DO PRIMEIRO A
      * VENCER (BAIXALOT); SEM SALDO EM NENHUM DEPOSITO O
      * ITEM VIRA BACKORDER E A LINHA E RECUSADA COM O
      * NUMERO DO BACKORDER. O KIT BAIXA PELOS COMPONENTES
      * (BAIXA-KIT-PEDIDO)
      *****************************************************
       BAIXA-ESTOQUE-ITEM.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           MOVE ZEROS TO WRK-DEPOSITO.
           MOVE ZEROS TO WRK-LOT-QTD-USADOS.
           MOVE 'N' TO WRK-ITEM-KIT-SW.
           PERFORM CARREGA-COMPOSICAO-KIT.
           IF WRK-ITEM-KIT
               PERFORM BAIXA-KIT-PEDIDO
           ELSE
               PERFORM BAIXA-ESTOQUE-PRODUTO
           END-IF.

       BAIXA-ESTOQUE-PRODUTO.
           MOVE WRK-PROD-CODIGO TO WRK-DEP-PRODUTO.
           MOVE WRK-QUANTIDADE  TO WRK-DEP-QTDE.
           MOVE WRK-ZONA-COD    TO WRK-DEP-ZONA.
           PERFORM ESCOLHE-DEPOSITO.
           IF WRK-DEP-ESCOLHIDO > 0
               MOVE WRK-DEP-ESCOLHIDO TO WRK-DEPOSITO
               SUBTRACT WRK-QUANTIDADE FROM ETQ-SALDO
               REWRITE ETQ-REGISTRO
               MOVE ETQ-CUSTO-MEDIO TO WRK-CUSTO-UNIT
               MOVE WRK-PROD-CODIGO TO WRK-LOT-PRODUTO
               MOVE WRK-DEPOSITO    TO WRK-LOT-DEPOSITO
               MOVE WRK-QUANTIDADE  TO WRK-LOT-QTDE
               PERFORM CONSOME-LOTES
               MOVE 'S' TO WRK-KDX-TIPO
               MOVE 'IMPORTAC' TO WRK-KDX-DOCUMENTO
               PERFORM GRAVA-KARDEX
           ELSE
               PERFORM REGISTRA-BACKORDER
           END-IF.

      *****************************************************
      * CARREGA-COMPOSICAO-KIT - LE OS COMPONENTES DO
      * PRODUTO NO KITESTRU; PRODUTO COM COMPONENTES E KIT
      *****************************************************
       CARREGA-COMPOSICAO-KIT.
           MOVE ZEROS TO WRK-KIT-QTD-COMP.
           IF WRK-KIT-ABERTO-OK
               MOVE 'N' TO WRK-FIM-KIT
               MOVE WRK-PROD-CODIGO TO KIT-PROD-CODIGO
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
                   IF KIT-PROD-CODIGO NOT = WRK-PROD-CODIGO
                    OR WRK-KIT-QTD-COMP >= WRK-KIT-MAX-COMP
                       SET WRK-FIM-KIT-OK TO TRUE
                   ELSE
                       ADD 1 TO WRK-KIT-QTD-COMP
                       MOVE KIT-COMP-CODIGO
                           TO WRK-KC-CODIGO (WRK-KIT-QTD-COMP)
                       MOVE KIT-QUANTIDADE
                           TO WRK-KC-QTD-KIT (WRK-KIT-QTD-COMP)
                   END-IF
           END-READ.

      *****************************************************
      * BAIXA-KIT-PEDIDO - MESMA REGRA DO PROGCOB09: O KIT
      * SO E ACEITO SE TODOS OS COMPONENTES TIVEREM SALDO
      * PARA A QUANTIDADE PEDIDA; ENTAO CADA COMPONENTE E
      * BAIXADO COM SEUS LOTES E SEU KARDEX E FICA NA
      * TABELA DE COMPONENTES BAIXADOS PARA O ESTORNO E O
      * KITBAIXA. O CUSTO DO KIT E A SOMA DO CUSTO DOS
      * COMPONENTES. KIT SEM SALDO NAO VIRA BACKORDER (NAO
      * TEM SALDO PROPRIO PARA O PROGCOB67 ATENDER): A
      * LINHA E RECUSADA COM O MOTIVO 18
      *****************************************************
       BAIXA-KIT-PEDIDO.
           SET WRK-KIT-COM-SALDO TO TRUE.
           PERFORM VERIFICA-COMPONENTE-KIT
               VARYING WRK-KIT-POS FROM 1 BY 1
               UNTIL WRK-KIT-POS > WRK-KIT-QTD-COMP.
           IF WRK-KIT-COM-SALDO
            AND WRK-KB-QTD + WRK-KIT-QTD-COMP > WRK-KB-MAX
               MOVE 'N' TO WRK-KIT-SALDO-SW
           END-IF.
           IF WRK-KIT-COM-SALDO
               PERFORM BAIXA-COMPONENTE-KIT
                   VARYING WRK-KIT-POS FROM 1 BY 1
                   UNTIL WRK-KIT-POS > WRK-KIT-QTD-COMP
               MOVE ZEROS TO WRK-LOT-QTD-USADOS
           ELSE
               MOVE '18' TO WRK-MOTIVO
               MOVE 'KIT SEM COMPONENTES EM ESTOQUE'
                   TO WRK-MOTIVO-DESCR
           END-IF.

       VERIFICA-COMPONENTE-KIT.
           COMPUTE WRK-KC-NECESSARIO (WRK-KIT-POS) =
               WRK-QUANTIDADE * WRK-KC-QTD-KIT (WRK-KIT-POS).
           MOVE WRK-KC-CODIGO (WRK-KIT-POS)     TO WRK-DEP-PRODUTO.
           MOVE WRK-KC-NECESSARIO (WRK-KIT-POS) TO WRK-DEP-QTDE.
           MOVE WRK-ZONA-COD                    TO WRK-DEP-ZONA.
           PERFORM ESCOLHE-DEPOSITO.
           IF WRK-DEP-ESCOLHIDO = 0
               MOVE 'N' TO WRK-KIT-SALDO-SW
           END-IF.

       BAIXA-COMPONENTE-KIT.
           MOVE WRK-KC-CODIGO (WRK-KIT-POS)     TO WRK-DEP-PRODUTO.
           MOVE WRK-KC-NECESSARIO (WRK-KIT-POS) TO WRK-DEP-QTDE.
           MOVE WRK-ZONA-COD                    TO WRK-DEP-ZONA.
           PERFORM ESCOLHE-DEPOSITO.
           SUBTRACT WRK-DEP-QTDE FROM ETQ-SALDO.
           REWRITE ETQ-REGISTRO.
           COMPUTE WRK-CUSTO-UNIT = WRK-CUSTO-UNIT
               + ETQ-CUSTO-MEDIO * WRK-KC-QTD-KIT (WRK-KIT-POS).
           MOVE WRK-DEP-PRODUTO   TO WRK-LOT-PRODUTO.
           MOVE WRK-DEP-ESCOLHIDO TO WRK-LOT-DEPOSITO.
           MOVE WRK-DEP-QTDE      TO WRK-LOT-QTDE.
           PERFORM CONSOME-LOTES.
           MOVE 'S' TO WRK-KDX-TIPO.
           MOVE SPACES TO WRK-KDX-DOCUMENTO.
           STRING 'K' WRK-PROD-CODIGO
               DELIMITED BY SIZE INTO WRK-KDX-DOCUMENTO.
           PERFORM GRAVA-KARDEX.
           ADD 1 TO WRK-KB-QTD.
           COMPUTE WRK-KB-ITEM-SEQ (WRK-KB-QTD) = WRK-QTD-ITENS + 1.
           MOVE WRK-DEP-PRODUTO   TO WRK-KB-COMPONENTE (WRK-KB-QTD).
           MOVE WRK-DEP-QTDE      TO WRK-KB-QUANTIDADE (WRK-KB-QTD).
           MOVE WRK-DEP-ESCOLHIDO TO WRK-KB-DEPOSITO (WRK-KB-QTD).
           MOVE ETQ-CUSTO-MEDIO   TO WRK-KB-CUSTO-UNIT (WRK-KB-QTD).
           MOVE WRK-LOT-QTD-USADOS TO WRK-KB-QTD-LOTES (WRK-KB-QTD).
           MOVE WRK-LOT-TABELA    TO WRK-KB-LOTES (WRK-KB-QTD).

       REGISTRA-BACKORDER.
           PERFORM GERA-NUMERO-BACKORDER.
           MOVE WRK-NUM-BACKORDER TO BKO-SEQ.
           MOVE WRK-CLI-CODIGO    TO BKO-CLI-CODIGO.
           MOVE WRK-PROD-CODIGO   TO BKO-PROD-CODIGO.
           MOVE WRK-QUANTIDADE    TO BKO-QUANTIDADE.
           MOVE WRK-DATA-HOJE     TO BKO-DATA.
           SET BKO-AGUARDANDO     TO TRUE.
           MOVE ZEROS             TO BKO-NF-GERADA.
           WRITE BKO-REGISTRO.
           ADD 1 TO WRK-QTD-BACKORDERS.
           MOVE '16' TO WRK-MOTIVO.
           MOVE SPACES TO WRK-MOTIVO-DESCR.
           STRING 'SEM ESTOQUE - BACKORDER ' WRK-NUM-BACKORDER
               DELIMITED BY SIZE INTO WRK-MOTIVO-DESCR.

       GERA-NUMERO-BACKORDER.
           MOVE '1' TO BOC-CHAVE.
           READ BO-CONTROLE
               INVALID KEY
                   MOVE 1 TO BOC-ULTIMO-NUM
                   WRITE BOC-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO BOC-ULTIMO-NUM
                   REWRITE BOC-REGISTRO
           END-READ.
           MOVE BOC-ULTIMO-NUM TO WRK-NUM-BACKORDER.

      *****************************************************
      * GRAVA-KARDEX - MOVIMENTO DE ESTOQUE COM O SALDO
      * RESULTANTE, UM POR LOTE DA TABELA WRK-LOT-USADO; O
      * REGISTRO DE ESTOQUE AINDA ESTA NA AREA DO ARQUIVO
      *****************************************************
       GRAVA-KARDEX.
           MOVE ETQ-PROD-CODIGO TO KDX-PROD-CODIGO.
           MOVE ETQ-DEPOSITO    TO KDX-DEPOSITO.
           ACCEPT KDX-DATA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA FROM TIME.
           MOVE WRK-KDX-TIPO      TO KDX-TIPO.
           MOVE WRK-KDX-DOCUMENTO TO KDX-DOCUMENTO.
           MOVE 'PROGC121' TO KDX-ORIGEM.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-UNIT.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-MEDIO.
           PERFORM GRAVA-KARDEX-LOTES.

      *****************************************************
      * PROCESSA-ITEM-ACEITO - MESMAS FORMULAS DO PROGCOB09:
      * PRECO VIGENTE NA DATA, DESCONTO DA POLITICA, FRETE
      * PELO MULTIPLICADOR DA UF MAIS TAXA DE PESO E DE
      * ZONA (REFEITO PELA TRANSPORTADORA NO FECHAMENTO),
      * ICMS PELA UF E IPI, PIS E COFINS PELO NCM
      *****************************************************
       PROCESSA-ITEM-ACEITO.
           MOVE PRD-DESCRICAO TO WRK-PRODUTO.
           PERFORM BUSCA-PRECO-VIGENTE.
           COMPUTE WRK-VALOR = WRK-PRECO-VIGENTE * WRK-QUANTIDADE.
           PERFORM APLICA-DESCONTO-ITEM.
           COMPUTE WRK-PESO  = PRD-PESO-UNIT  * WRK-QUANTIDADE.
           PERFORM BUSCA-TAXA-PESO.
           COMPUTE WRK-FRETE =
               (WRK-VALOR * WRK-MULT-FRETE)
               + WRK-TAXA-PESO + WRK-ZONA-TAXA.
           MOVE PRD-NCM       TO WRK-TRB-NCM.
           MOVE WRK-VALOR     TO WRK-TRB-VALOR.
           MOVE WRK-ICMS-PERC TO WRK-TRB-ICMS-PERC.
           PERFORM CALCULA-TRIBUTOS.
           MOVE WRK-TRB-ICMS  TO WRK-ICMS.
           PERFORM ACEITA-ITEM-PEDIDO.

       BUSCA-PRECO-VIGENTE.
           MOVE PRD-PRECO-UNIT TO WRK-PRECO-VIGENTE.
           IF WRK-PRECO-FUTURO-ST = '00'
               MOVE 'N' TO WRK-FIM-PRECOS
               MOVE WRK-PROD-CODIGO TO PRF-PROD-CODIGO
               MOVE ZEROS TO PRF-VIGENCIA
               START PRECO-FUTURO KEY >= PRF-CHAVE
                   INVALID KEY
                       SET WRK-FIM-PRECOS-OK TO TRUE
               END-START
               PERFORM LER-PRECO-FUTURO
               PERFORM AVALIA-PRECO-FUTURO
                   UNTIL WRK-FIM-PRECOS-OK
           END-IF.

       LER-PRECO-FUTURO.
           IF NOT WRK-FIM-PRECOS-OK
               READ PRECO-FUTURO NEXT
                   AT END
                       SET WRK-FIM-PRECOS-OK TO TRUE
                   NOT AT END
                       IF PRF-PROD-CODIGO NOT = WRK-PROD-CODIGO
                           SET WRK-FIM-PRECOS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       AVALIA-PRECO-FUTURO.
           IF PRF-VIGENCIA <= WRK-DATA-HOJE
               IF PRF-AGUARDANDO
                   MOVE PRF-PRECO TO WRK-PRECO-VIGENTE
               END-IF
               PERFORM LER-PRECO-FUTURO
           ELSE
               SET WRK-FIM-PRECOS-OK TO TRUE
           END-IF.

      *****************************************************
      * APLICA-DESCONTO-ITEM - SEM OPERADOR PARA INFORMAR O
      * PERCENTUAL, O ITEM IMPORTADO RECEBE O DESCONTO
      * MAXIMO DA POLITICA DO CLIENTE E DA QUANTIDADE
      * (DESCTREG, COM RECURSO A POLITICA GERAL - CLIENTE
      * ZERO); O VALOR DO ITEM SAI LIQUIDO
      *****************************************************
       APLICA-DESCONTO-ITEM.
           MOVE ZEROS TO WRK-DESC-VALOR.
           PERFORM BUSCA-DESCONTO-POLITICA.
           IF WRK-DESC-POLITICA > 0
               COMPUTE WRK-DESC-VALOR ROUNDED =
                   WRK-VALOR * WRK-DESC-POLITICA / 100
               SUBTRACT WRK-DESC-VALOR FROM WRK-VALOR
           END-IF.

       BUSCA-DESCONTO-POLITICA.
           MOVE ZEROS TO WRK-DESC-POLITICA.
           IF WRK-DESCONTO-TAB-ST = '00'
               MOVE WRK-CLI-CODIGO TO WRK-DESC-CLI
               PERFORM PROCURA-FAIXA-DESCONTO
               IF WRK-DESC-POLITICA = 0
                   MOVE ZEROS TO WRK-DESC-CLI
                   PERFORM PROCURA-FAIXA-DESCONTO
               END-IF
           END-IF.

       PROCURA-FAIXA-DESCONTO.
           MOVE 'N' TO WRK-FIM-DESCONTO.
           MOVE WRK-DESC-CLI TO DST-CLI-CODIGO.
           MOVE ZEROS TO DST-QTD-DE.
           START DESCONTO-TAB KEY >= DST-CHAVE
               INVALID KEY
                   SET WRK-FIM-DESCONTO-OK TO TRUE
           END-START.
           PERFORM LER-FAIXA-DESCONTO.
           PERFORM AVALIA-FAIXA-DESCONTO
               UNTIL WRK-FIM-DESCONTO-OK.

       LER-FAIXA-DESCONTO.
           IF NOT WRK-FIM-DESCONTO-OK
               READ DESCONTO-TAB NEXT
                   AT END
                       SET WRK-FIM-DESCONTO-OK TO TRUE
                   NOT AT END
                       IF DST-CLI-CODIGO NOT = WRK-DESC-CLI
                           SET WRK-FIM-DESCONTO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       AVALIA-FAIXA-DESCONTO.
           IF DST-QTD-DE <= WRK-QUANTIDADE
               MOVE DST-DESC-PERC TO WRK-DESC-POLITICA
               PERFORM LER-FAIXA-DESCONTO
           ELSE
               SET WRK-FIM-DESCONTO-OK TO TRUE
           END-IF.

       ACEITA-ITEM-PEDIDO.
           ADD 1 TO WRK-QTD-ITENS.
           SET WRK-IDX-ITEM TO WRK-QTD-ITENS.
           MOVE WRK-PRODUTO TO WRK-IT-PRODUTO (WRK-IDX-ITEM).
           MOVE WRK-VALOR   TO WRK-IT-VALOR   (WRK-IDX-ITEM).
           MOVE WRK-FRETE   TO WRK-IT-FRETE   (WRK-IDX-ITEM).
           MOVE WRK-ICMS    TO WRK-IT-ICMS    (WRK-IDX-ITEM).
           MOVE WRK-PROD-CODIGO TO WRK-IT-PROD-CODIGO (WRK-IDX-ITEM).
           MOVE WRK-QUANTIDADE  TO WRK-IT-QUANTIDADE  (WRK-IDX-ITEM).
           MOVE WRK-DESC-POLITICA TO WRK-IT-DESC-PERC (WRK-IDX-ITEM).
           MOVE WRK-CUSTO-UNIT  TO WRK-IT-CUSTO-UNIT  (WRK-IDX-ITEM).
           MOVE WRK-DEPOSITO    TO WRK-IT-DEPOSITO    (WRK-IDX-ITEM).
           MOVE WRK-LOT-QTD-USADOS TO WRK-IT-QTD-LOTES (WRK-IDX-ITEM).
           MOVE WRK-LOT-TABELA  TO WRK-IT-LOTES       (WRK-IDX-ITEM).
           MOVE WRK-TAXA-PESO   TO WRK-IT-TAXA-PESO   (WRK-IDX-ITEM).
           MOVE WRK-TRB-NCM     TO WRK-IT-NCM         (WRK-IDX-ITEM).
           MOVE WRK-TRB-IPI     TO WRK-IT-IPI         (WRK-IDX-ITEM).
           MOVE WRK-TRB-IPI-PERC TO WRK-IT-IPI-PERC   (WRK-IDX-ITEM).
           MOVE WRK-TRB-PIS     TO WRK-IT-PIS         (WRK-IDX-ITEM).
           MOVE WRK-TRB-PIS-PERC TO WRK-IT-PIS-PERC   (WRK-IDX-ITEM).
           MOVE WRK-TRB-COFINS  TO WRK-IT-COFINS      (WRK-IDX-ITEM).
           MOVE WRK-TRB-COFINS-PERC
               TO WRK-IT-COFINS-PERC (WRK-IDX-ITEM).
           MOVE CSV-LINHA       TO WRK-IT-IMAGEM      (WRK-IDX-ITEM).
           MOVE WRK-ITEM-KIT-SW TO WRK-IT-KIT         (WRK-IDX-ITEM).
           ADD WRK-VALOR TO WRK-TOTAL-VALOR.
           ADD WRK-FRETE TO WRK-TOTAL-FRETE.
           IF WRK-DATA-SOLICITADA > WRK-MAIOR-SOLICITADA
               MOVE WRK-DATA-SOLICITADA TO WRK-MAIOR-SOLICITADA
           END-IF.

      *****************************************************
      * FECHA-PEDIDO - COM ITENS ACEITOS, ESCOLHE A
      * TRANSPORTADORA, VERIFICA O LIMITE DE CREDITO (MESMA
      * EXPOSICAO DO PROGCOB09) E GRAVA A NOTA FISCAL; O
      * PEDIDO QUE ESTOURA O LIMITE TEM O ESTOQUE ESTORNADO
      * E TODAS AS LINHAS ACEITAS VAO PARA OS REJEITADOS
      *****************************************************
       FECHA-PEDIDO.
           IF WRK-QTD-ITENS > 0
               PERFORM ESCOLHE-TRANSPORTADORA
               PERFORM VERIFICA-LIMITE-CREDITO
               IF WRK-LIMITE-OK
                   PERFORM GRAVA-STATUS-PEDIDO
               ELSE
                   PERFORM RECUSA-PEDIDO-LIMITE
               END-IF
           END-IF.

       VERIFICA-LIMITE-CREDITO.
           MOVE 'S' TO WRK-LIMITE-SW.
           IF CLI-LIMITE-CREDITO > 0
               PERFORM CALCULA-EXPOSICAO
               IF WRK-EXPOSICAO + WRK-TOTAL-VALOR + WRK-TOTAL-FRETE
                       > CLI-LIMITE-CREDITO
                   MOVE 'N' TO WRK-LIMITE-SW
               END-IF
           END-IF.

       CALCULA-EXPOSICAO.
           MOVE ZEROS TO WRK-EXPOSICAO.
           PERFORM SOMA-TITULOS-ABERTOS.
           PERFORM SOMA-PEDIDOS-ABERTOS.

      *****************************************************
      * SOMA-TITULOS-ABERTOS - O TITULOS E LIDO DO INICIO A
      * CADA PEDIDO DO LOTE (ABERTO E FECHADO AQUI)
      *****************************************************
       SOMA-TITULOS-ABERTOS.
           OPEN INPUT TITULOS.
           IF WRK-TITULOS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-TITULOS
               PERFORM LER-TITULO-EXPOSICAO
               PERFORM SOMA-UM-TITULO UNTIL WRK-FIM-TITULOS-OK
               CLOSE TITULOS
           END-IF.

       LER-TITULO-EXPOSICAO.
           READ TITULOS NEXT
               AT END
                   SET WRK-FIM-TITULOS-OK TO TRUE
           END-READ.

       SOMA-UM-TITULO.
           IF TIT-CLI-CODIGO = WRK-CLI-CODIGO AND TIT-ABERTO
               IF TIT-CREDITO
                   SUBTRACT TIT-SALDO FROM WRK-EXPOSICAO
               ELSE
                   ADD TIT-SALDO TO WRK-EXPOSICAO
               END-IF
           END-IF.
           PERFORM LER-TITULO-EXPOSICAO.

       SOMA-PEDIDOS-ABERTOS.
           MOVE 'N' TO WRK-FIM-STP.
           MOVE ZEROS TO STP-NUM-PEDIDO.
           START STATUS-PEDIDO KEY >= STP-NUM-PEDIDO
               INVALID KEY
                   SET WRK-FIM-STP-OK TO TRUE
           END-START.
           PERFORM LER-STATUS-PEDIDO.
           PERFORM SOMA-UM-PEDIDO UNTIL WRK-FIM-STP-OK.

       SOMA-UM-PEDIDO.
           IF STP-CLI-CODIGO = WRK-CLI-CODIGO AND STP-PENDENTE
               MOVE STP-NUM-PEDIDO TO WRK-EXP-NUM-PEDIDO
               PERFORM SOMA-ITENS-PEDIDO-ABERTO
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

       RECUSA-PEDIDO-LIMITE.
           ADD 1 TO WRK-QTD-PED-RECUSADOS.
           PERFORM ESTORNA-ITEM-LIMITE
               VARYING WRK-ITEM-GRAVA FROM 1 BY 1
               UNTIL WRK-ITEM-GRAVA > WRK-QTD-ITENS.
           PERFORM ESTORNA-COMPONENTE-KIT
               VARYING WRK-KB-POS FROM 1 BY 1
               UNTIL WRK-KB-POS > WRK-KB-QTD.
           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'RECUSADO CLIENTE ' WRK-CLI-CODIGO
                  ' SEU PEDIDO ' WRK-PEDIDO-CLIENTE
                  ' LIMITE - ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'RECUSA LIMITE CLIENTE=' WRK-CLI-CODIGO
               ' PEDIDO=' WRK-TOTAL-VALOR
               DELIMITED BY SIZE INTO AUD-DETALHE.
           PERFORM GRAVA-AUDITORIA.

      *****************************************************
      * ESTORNA-ITEM-LIMITE - O ESTOQUE DO ITEM VOLTA AO
      * DEPOSITO E AOS LOTES DE ONDE SAIU (KARDEX DE
      * ENTRADA) E A LINHA VAI PARA OS REJEITADOS; O ITEM
      * KIT NAO TEM SALDO PROPRIO E SEUS COMPONENTES VOLTAM
      * PELA TABELA DE COMPONENTES (ESTORNA-COMPONENTE-KIT)
      *****************************************************
       ESTORNA-ITEM-LIMITE.
           SET WRK-IDX-ITEM TO WRK-ITEM-GRAVA.
           IF WRK-IT-KIT (WRK-IDX-ITEM) NOT = 'S'
               PERFORM ESTORNA-SALDO-ITEM
           END-IF.
           MOVE '17' TO WRK-MOTIVO.
           MOVE 'LIMITE DE CREDITO EXCEDIDO' TO WRK-MOTIVO-DESCR.
           MOVE WRK-IT-IMAGEM (WRK-IDX-ITEM) TO REJ-IMAGEM.
           PERFORM GRAVA-REJEITO.

       ESTORNA-SALDO-ITEM.
           MOVE WRK-IT-PROD-CODIGO (WRK-IDX-ITEM)
               TO ETQ-PROD-CODIGO.
           MOVE WRK-IT-DEPOSITO (WRK-IDX-ITEM) TO ETQ-DEPOSITO.
           READ ESTOQUE
               NOT INVALID KEY
                   ADD WRK-IT-QUANTIDADE (WRK-IDX-ITEM)
                       TO ETQ-SALDO
                   REWRITE ETQ-REGISTRO
                   MOVE WRK-IT-LOTES (WRK-IDX-ITEM) TO WRK-LOT-TABELA
                   MOVE WRK-IT-QTD-LOTES (WRK-IDX-ITEM)
                       TO WRK-LOT-QTD-USADOS
                   MOVE WRK-IT-QUANTIDADE (WRK-IDX-ITEM)
                       TO WRK-LOT-QTDE
                   MOVE ETQ-PROD-CODIGO TO WRK-LOT-PRODUTO
                   MOVE ETQ-DEPOSITO    TO WRK-LOT-DEPOSITO
                   PERFORM DEVOLVE-LOTES-USADOS
                   MOVE 'E' TO WRK-KDX-TIPO
                   MOVE 'ESTLIMIT' TO WRK-KDX-DOCUMENTO
                   PERFORM GRAVA-KARDEX
           END-READ.

      *****************************************************
      * ESTORNA-COMPONENTE-KIT - DEVOLVE UM COMPONENTE DE
      * KIT BAIXADO AO DEPOSITO E AOS LOTES DE ONDE SAIU
      *****************************************************
       ESTORNA-COMPONENTE-KIT.
           MOVE WRK-KB-COMPONENTE (WRK-KB-POS) TO ETQ-PROD-CODIGO.
           MOVE WRK-KB-DEPOSITO (WRK-KB-POS)   TO ETQ-DEPOSITO.
           READ ESTOQUE
               NOT INVALID KEY
                   ADD WRK-KB-QUANTIDADE (WRK-KB-POS) TO ETQ-SALDO
                   REWRITE ETQ-REGISTRO
                   MOVE WRK-KB-LOTES (WRK-KB-POS) TO WRK-LOT-TABELA
                   MOVE WRK-KB-QTD-LOTES (WRK-KB-POS)
                       TO WRK-LOT-QTD-USADOS
                   MOVE WRK-KB-QUANTIDADE (WRK-KB-POS)
                       TO WRK-LOT-QTDE
                   MOVE ETQ-PROD-CODIGO TO WRK-LOT-PRODUTO
                   MOVE ETQ-DEPOSITO    TO WRK-LOT-DEPOSITO
                   PERFORM DEVOLVE-LOTES-USADOS
                   MOVE 'E' TO WRK-KDX-TIPO
                   MOVE 'ESTLIMIT' TO WRK-KDX-DOCUMENTO
                   PERFORM GRAVA-KARDEX
           END-READ.

      *****************************************************
      * GRAVA-STATUS-PEDIDO - NUMERO DE NF DO NFCTRL, DATA
      * PROMETIDA PELO PRAZO DA ZONA (OU DA TRANSPORTADORA)
      * OU A DATA SOLICITADA PELO CLIENTE SE FOR MAIOR, E O
      * PEDIDO DO CLIENTE GUARDADO PARA CITACAO NA NOTA
      *****************************************************
       GRAVA-STATUS-PEDIDO.
           PERFORM GERA-NUMERO-NF.
           PERFORM CALCULA-DATA-PROMESSA.
           IF WRK-MAIOR-SOLICITADA > WRK-DATA-PROMESSA
               MOVE WRK-MAIOR-SOLICITADA TO WRK-DATA-PROMESSA
           END-IF.
           MOVE WRK-NUM-PEDIDO TO STP-NUM-PEDIDO.
           MOVE WRK-CLI-CODIGO TO STP-CLI-CODIGO.
           SET STP-PENDENTE    TO TRUE.
           MOVE WRK-DATA-HOJE  TO STP-DATA-STATUS.
           MOVE WRK-DATA-PROMESSA TO STP-DATA-PROMESSA.
           MOVE WRK-COND-PAGTO TO STP-COND-PAGTO.
           MOVE WRK-TRANSP     TO STP-TRANSP.
           MOVE WRK-PEDIDO-CLIENTE TO STP-PEDIDO-CLIENTE.
           MOVE ZEROS        TO STP-ENT-SEQ.
           MOVE CLI-ENDERECO TO STP-ENT-ENDERECO.
           MOVE CLI-CEP      TO STP-ENT-CEP.
           MOVE SPACES       TO STP-ENT-CONTATO.
           WRITE STP-REGISTRO.
           PERFORM GRAVA-ITEM-PEDIDO
               VARYING WRK-ITEM-GRAVA FROM 1 BY 1
               UNTIL WRK-ITEM-GRAVA > WRK-QTD-ITENS.
           ADD 1 TO WRK-QTD-PEDIDOS.
           ADD WRK-TOTAL-VALOR TO WRK-HASH-TOTAL.
           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'NF ' WRK-NUM-PEDIDO
                  ' CLIENTE ' WRK-CLI-CODIGO
                  ' SEU PEDIDO ' WRK-PEDIDO-CLIENTE
                  ' ITENS ' WRK-QTD-ITENS
                  ' ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'PEDIDO NF=' WRK-NUM-PEDIDO ' CLIENTE='
               WRK-CLI-CODIGO ' TOTAL=' WRK-TOTAL-VALOR
               DELIMITED BY SIZE INTO AUD-DETALHE.
           PERFORM GRAVA-AUDITORIA.

       CALCULA-DATA-PROMESSA.
           SET DUT-FC-SOMA-DIAS-UTEIS TO TRUE.
           MOVE WRK-DATA-HOJE  TO DUT-DATA-1.
           MOVE WRK-ZONA-PRAZO TO DUT-DIAS.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF DUT-OK
               MOVE DUT-DATA-2 TO WRK-DATA-PROMESSA
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-PROMESSA
           END-IF.

       GRAVA-ITEM-PEDIDO.
           SET WRK-IDX-ITEM TO WRK-ITEM-GRAVA.
           MOVE WRK-NUM-PEDIDO TO ITP-NUM-PEDIDO.
           MOVE WRK-ITEM-GRAVA TO ITP-ITEM-SEQ.
           MOVE WRK-IT-PROD-CODIGO (WRK-IDX-ITEM) TO ITP-PROD-CODIGO.
           MOVE WRK-IT-PRODUTO     (WRK-IDX-ITEM) TO ITP-DESCRICAO.
           MOVE WRK-IT-QUANTIDADE  (WRK-IDX-ITEM) TO ITP-QUANTIDADE.
           MOVE WRK-IT-VALOR       (WRK-IDX-ITEM) TO ITP-VALOR.
           MOVE WRK-IT-FRETE       (WRK-IDX-ITEM) TO ITP-FRETE.
           MOVE WRK-IT-ICMS        (WRK-IDX-ITEM) TO ITP-ICMS.
           MOVE WRK-ICMS-PERC      TO ITP-ICMS-PERC.
           MOVE WRK-UF             TO ITP-UF.
           MOVE WRK-DATA-HOJE      TO ITP-DATA.
           MOVE ZEROS              TO ITP-VENDEDOR.
           MOVE WRK-IT-DESC-PERC (WRK-IDX-ITEM) TO ITP-DESC-PERC.
           MOVE WRK-IT-CUSTO-UNIT (WRK-IDX-ITEM) TO ITP-CUSTO-UNIT.
           MOVE WRK-IT-DEPOSITO   (WRK-IDX-ITEM) TO ITP-DEPOSITO.
           MOVE WRK-IT-NCM        (WRK-IDX-ITEM) TO ITP-NCM.
           MOVE WRK-IT-IPI        (WRK-IDX-ITEM) TO ITP-IPI.
           MOVE WRK-IT-IPI-PERC   (WRK-IDX-ITEM) TO ITP-IPI-PERC.
           MOVE WRK-IT-PIS        (WRK-IDX-ITEM) TO ITP-PIS.
           MOVE WRK-IT-PIS-PERC   (WRK-IDX-ITEM) TO ITP-PIS-PERC.
           MOVE WRK-IT-COFINS     (WRK-IDX-ITEM) TO ITP-COFINS.
           MOVE WRK-IT-COFINS-PERC (WRK-IDX-ITEM) TO ITP-COFINS-PERC.
           MOVE WRK-IT-LOTES (WRK-IDX-ITEM) TO WRK-LOT-TABELA.
           MOVE WRK-IT-QTD-LOTES (WRK-IDX-ITEM) TO WRK-LOT-QTD-USADOS.
           PERFORM MOVE-LOTE-ITEM
               VARYING WRK-SLOT FROM 1 BY 1 UNTIL WRK-SLOT > 5.
           WRITE ITP-REGISTRO.
           ADD 1 TO WRK-QTD-ITENS-GRAV.
           IF WRK-IT-KIT (WRK-IDX-ITEM) = 'S'
               MOVE ZEROS TO WRK-KB-COMP-SEQ
               PERFORM GRAVA-BAIXA-KIT
                   VARYING WRK-KB-POS FROM 1 BY 1
                   UNTIL WRK-KB-POS > WRK-KB-QTD
           END-IF.

      *****************************************************
      * GRAVA-BAIXA-KIT - GRAVA NO KITBAIXA CADA COMPONENTE
      * BAIXADO PARA O ITEM KIT, COM DEPOSITO E LOTES
      *****************************************************
       GRAVA-BAIXA-KIT.
           IF WRK-KB-ITEM-SEQ (WRK-KB-POS) = WRK-ITEM-GRAVA
               ADD 1 TO WRK-KB-COMP-SEQ
               MOVE WRK-NUM-PEDIDO  TO KBX-NUM-NF
               MOVE WRK-ITEM-GRAVA  TO KBX-ITEM-SEQ
               MOVE WRK-KB-COMP-SEQ TO KBX-COMP-SEQ
               MOVE WRK-IT-PROD-CODIGO (WRK-IDX-ITEM)
                   TO KBX-KIT-CODIGO
               MOVE WRK-KB-COMPONENTE (WRK-KB-POS) TO KBX-COMP-CODIGO
               MOVE WRK-KB-QUANTIDADE (WRK-KB-POS) TO KBX-QUANTIDADE
               MOVE WRK-KB-DEPOSITO (WRK-KB-POS)   TO KBX-DEPOSITO
               MOVE WRK-KB-CUSTO-UNIT (WRK-KB-POS) TO KBX-CUSTO-UNIT
               MOVE WRK-KB-LOTES (WRK-KB-POS) TO WRK-LOT-TABELA
               MOVE WRK-KB-QTD-LOTES (WRK-KB-POS)
                   TO WRK-LOT-QTD-USADOS
               PERFORM MOVE-LOTE-KIT
                   VARYING WRK-SLOT FROM 1 BY 1 UNTIL WRK-SLOT > 5
               WRITE KBX-REGISTRO
           END-IF.

       MOVE-LOTE-KIT.
           IF WRK-SLOT > WRK-LOT-QTD-USADOS
               MOVE SPACES TO KBX-LOTE (WRK-SLOT)
               MOVE ZEROS  TO KBX-LOTE-QTD (WRK-SLOT)
           ELSE
               MOVE WRK-LOT-U-NUMERO (WRK-SLOT) TO KBX-LOTE (WRK-SLOT)
               MOVE WRK-LOT-U-QTD (WRK-SLOT)
                   TO KBX-LOTE-QTD (WRK-SLOT)
           END-IF.

       MOVE-LOTE-ITEM.
           IF WRK-SLOT > WRK-LOT-QTD-USADOS
               MOVE SPACES TO ITP-LOTE (WRK-SLOT)
               MOVE ZEROS  TO ITP-LOTE-QTD (WRK-SLOT)
           ELSE
               MOVE WRK-LOT-U-NUMERO (WRK-SLOT) TO ITP-LOTE (WRK-SLOT)
               MOVE WRK-LOT-U-QTD (WRK-SLOT)
                   TO ITP-LOTE-QTD (WRK-SLOT)
           END-IF.

       GERA-NUMERO-NF.
           MOVE '1' TO NFC-CHAVE.
           READ NF-CONTROLE
               INVALID KEY
                   MOVE 1 TO NFC-ULTIMO-NUM
                   WRITE NFC-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO NFC-ULTIMO-NUM
                   REWRITE NFC-REGISTRO
           END-READ.
           MOVE NFC-ULTIMO-NUM TO WRK-NUM-PEDIDO.

       BUSCA-ZONA-CEP.
           SET WRK-IDX-ZONA TO 1.
           SEARCH WRK-ZONA-FAIXA
               AT END
                   MOVE ZEROS  TO WRK-ZONA-TAXA
                   MOVE SPACES TO WRK-ZONA-COD
                   MOVE ZEROS  TO WRK-ZONA-PRAZO
               WHEN CLI-CEP >= WRK-ZONA-CEP-DE  (WRK-IDX-ZONA)
                AND CLI-CEP <= WRK-ZONA-CEP-ATE (WRK-IDX-ZONA)
                   MOVE WRK-ZONA-VLTAXA (WRK-IDX-ZONA) TO WRK-ZONA-TAXA
                   MOVE WRK-ZONA-CODIGO (WRK-IDX-ZONA) TO WRK-ZONA-COD
                   MOVE WRK-ZONA-PRZ-DIAS (WRK-IDX-ZONA)
                       TO WRK-ZONA-PRAZO
           END-SEARCH.

       BUSCA-TAXA-PESO.
           SET WRK-IDX-PESO TO 1.
           SEARCH WRK-PESO-FAIXA
               AT END
                   SET WRK-IDX-PESO TO 4
               WHEN WRK-PESO <= WRK-PESO-ATE (WRK-IDX-PESO)
                   CONTINUE
           END-SEARCH.
           MOVE WRK-PESO-TAXA (WRK-IDX-PESO) TO WRK-TAXA-PESO.

      *****************************************************
      * CARREGA-TRANSPORTADORAS - TRANSPORTADORAS ATIVAS
      * COM FRETE CADASTRADO PARA A ZONA DO CLIENTE; TABELA
      * VAZIA MANTEM O FRETE DA TABELA POR UF
      *****************************************************
       CARREGA-TRANSPORTADORAS.
           MOVE ZEROS TO WRK-QTD-TRANSP.
           MOVE ZEROS TO WRK-TRANSP.
           IF WRK-TRANSPORTADORAS-ST = '00'
              AND WRK-FRETE-TRANSP-ST = '00'
              AND WRK-ZONA-COD NOT = SPACES
               MOVE 'N' TO WRK-FIM-TRANSP
               MOVE ZEROS TO TRP-CODIGO
               START TRANSPORTADORAS KEY >= TRP-CODIGO
                   INVALID KEY
                       SET WRK-FIM-TRANSP-OK TO TRUE
               END-START
               PERFORM LER-TRANSPORTADORA
                   UNTIL WRK-FIM-TRANSP-OK
           END-IF.

       LER-TRANSPORTADORA.
           READ TRANSPORTADORAS NEXT RECORD
               AT END
                   SET WRK-FIM-TRANSP-OK TO TRUE
               NOT AT END
                   IF TRP-ATIVA
                       PERFORM AVALIA-TRANSPORTADORA-ZONA
                   END-IF
           END-READ.

       AVALIA-TRANSPORTADORA-ZONA.
           MOVE TRP-CODIGO   TO FTP-TRP-CODIGO.
           MOVE WRK-ZONA-COD TO FTP-ZONA.
           READ FRETE-TRANSP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WRK-QTD-TRANSP < WRK-MAX-TRANSP
                       ADD 1 TO WRK-QTD-TRANSP
                       SET WRK-IDX-TRP TO WRK-QTD-TRANSP
                       MOVE TRP-CODIGO TO WRK-TT-CODIGO (WRK-IDX-TRP)
                       MOVE TRP-NOME   TO WRK-TT-NOME   (WRK-IDX-TRP)
                       MOVE FTP-MULT-FRETE
                           TO WRK-TT-MULT (WRK-IDX-TRP)
                       MOVE FTP-TAXA-ZONA
                           TO WRK-TT-TAXA (WRK-IDX-TRP)
                       MOVE FTP-PRAZO-DIAS
                           TO WRK-TT-PRAZO (WRK-IDX-TRP)
                       MOVE ZEROS TO WRK-TT-TOTAL (WRK-IDX-TRP)
                   END-IF
           END-READ.

      *****************************************************
      * ESCOLHE-TRANSPORTADORA - MESMA REGRA DO PROGCOB09:
      * A PREFERIDA DO CLIENTE SE ATENDE A ZONA, SENAO A DE
      * MENOR FRETE NO PEDIDO; O FRETE DOS ITENS E REFEITO
      * PELA TABELA DA ESCOLHIDA E O PRAZO DELA VALE NA
      * PROMESSA
      *****************************************************
       ESCOLHE-TRANSPORTADORA.
           MOVE ZEROS TO WRK-TRANSP.
           IF WRK-QTD-TRANSP > 0 AND WRK-QTD-ITENS > 0
               PERFORM CALCULA-FRETE-TRANSP
                   VARYING WRK-IDX-TRP FROM 1 BY 1
                   UNTIL WRK-IDX-TRP > WRK-QTD-TRANSP
               MOVE 1 TO WRK-TRP-ESCOLHIDA
               PERFORM COMPARA-FRETE-TRANSP
                   VARYING WRK-IDX-TRP FROM 2 BY 1
                   UNTIL WRK-IDX-TRP > WRK-QTD-TRANSP
               IF CLI-TRANSP-PREF IS NUMERIC
                  AND CLI-TRANSP-PREF > 0
                   PERFORM PROCURA-TRANSP-PREFERIDA
                       VARYING WRK-IDX-TRP FROM 1 BY 1
                       UNTIL WRK-IDX-TRP > WRK-QTD-TRANSP
               END-IF
               SET WRK-IDX-TRP TO WRK-TRP-ESCOLHIDA
               MOVE WRK-TT-CODIGO (WRK-IDX-TRP) TO WRK-TRANSP
               MOVE ZEROS TO WRK-TOTAL-FRETE
               PERFORM APLICA-FRETE-TRANSP
                   VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS
               IF WRK-TT-PRAZO (WRK-IDX-TRP) > 0
                   MOVE WRK-TT-PRAZO (WRK-IDX-TRP) TO WRK-ZONA-PRAZO
               END-IF
           END-IF.

       CALCULA-FRETE-TRANSP.
           MOVE ZEROS TO WRK-TT-TOTAL (WRK-IDX-TRP).
           PERFORM SOMA-FRETE-TRANSP
               VARYING WRK-IDX-ITEM FROM 1 BY 1
               UNTIL WRK-IDX-ITEM > WRK-QTD-ITENS.

       SOMA-FRETE-TRANSP.
           COMPUTE WRK-FRETE =
               (WRK-IT-VALOR (WRK-IDX-ITEM) * WRK-TT-MULT (WRK-IDX-TRP))
               + WRK-IT-TAXA-PESO (WRK-IDX-ITEM)
               + WRK-TT-TAXA (WRK-IDX-TRP).
           ADD WRK-FRETE TO WRK-TT-TOTAL (WRK-IDX-TRP).

       COMPARA-FRETE-TRANSP.
           IF WRK-TT-TOTAL (WRK-IDX-TRP)
                   < WRK-TT-TOTAL (WRK-TRP-ESCOLHIDA)
               SET WRK-TRP-ESCOLHIDA TO WRK-IDX-TRP
           END-IF.

       PROCURA-TRANSP-PREFERIDA.
           IF WRK-TT-CODIGO (WRK-IDX-TRP) = CLI-TRANSP-PREF
               SET WRK-TRP-ESCOLHIDA TO WRK-IDX-TRP
           END-IF.

       APLICA-FRETE-TRANSP.
           COMPUTE WRK-IT-FRETE (WRK-IDX-ITEM) =
               (WRK-IT-VALOR (WRK-IDX-ITEM) * WRK-TT-MULT (WRK-IDX-TRP))
               + WRK-IT-TAXA-PESO (WRK-IDX-ITEM)
               + WRK-TT-TAXA (WRK-IDX-TRP).
           ADD WRK-IT-FRETE (WRK-IDX-ITEM) TO WRK-TOTAL-FRETE.

      *****************************************************
      * GRAVA-REJEITO - O CHAMADOR PREPARA O MOTIVO E A
      * IMAGEM DA LINHA; O REJEITO TAMBEM SAI NO RELATORIO
      *****************************************************
       GRAVA-REJEITO.
           ADD 1 TO WRK-QTD-REJEITADAS.
           MOVE WRK-MOTIVO       TO REJ-MOTIVO.
           MOVE WRK-MOTIVO-DESCR TO REJ-DESCRICAO.
           WRITE REJ-REGISTRO.
           MOVE SPACES TO REL-LINHA.
           STRING 'REJEITADA ' WRK-MOTIVO ' ' WRK-MOTIVO-DESCR
                  ' ' REJ-IMAGEM
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * IMPRIME-RESUMO - MOTIVOS DE REJEICAO: 01 CLIENTE
      * INVALIDO, 02 CLIENTE NAO CADASTRADO, 03 CREDITO
      * BLOQUEADO, 04 CLIENTE INATIVO, 05 PEDIDO DO CLIENTE
      * EM BRANCO, 06 PEDIDO JA IMPORTADO, 07 UF NAO
      * ATENDIDA, 11 PRODUTO INVALIDO, 12 PRODUTO NAO
      * CADASTRADO OU INATIVO, 13 QUANTIDADE INVALIDA, 14
      * DATA SOLICITADA INVALIDA, 15 MAIS DE 20 ITENS, 16
      * SEM ESTOQUE (BACKORDER), 17 LIMITE DE CREDITO, 18
      * KIT SEM COMPONENTES EM ESTOQUE
      *****************************************************
       IMPRIME-RESUMO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-LIDAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS LIDAS.......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PEDIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'NOTAS FISCAIS GERADAS. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ITENS-GRAV TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ITENS GRAVADOS........ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-REJEITADAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS REJEITADAS..... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-BACKORDERS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  DAS QUAIS BACKORDER. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PED-RECUSADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDOS SEM LIMITE.... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       EMITE-CONTROLE-TOTAIS.
           MOVE WRK-DATA-HOJE TO CTL-DATA.
           MOVE 'PROGC121' TO CTL-PROGRAMA.
           MOVE WRK-QTD-LIDAS TO CTL-REGS-LIDOS.
           MOVE WRK-QTD-ITENS-GRAV TO CTL-REGS-GRAVADOS.
           MOVE WRK-HASH-TOTAL TO CTL-HASH-TOTAL.
           OPEN EXTEND CONTROLE.
           WRITE CTL-REGISTRO.
           CLOSE CONTROLE.

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

      *****************************************************
      * GRAVA-AUDITORIA - O CHAMADOR MONTA AUD-DETALHE
      *****************************************************
       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC121' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY ESCDEPOS.

           COPY BAIXALOT.

           COPY CALCTRIB.

           COPY VERIFPER.
