      * PRECO AINDA AGUARDANDO SOBREPOE - O JA EFETIVADO
      * ESTA NO CATALOGO E UMA MUDANCA POSTERIOR (PROGCOB17
      * OU PROGCOB96) NAO PODE SER ATROPELADA POR ELE
      * 2026-10-15 LC  O CUSTO MEDIO DO ESTOQUE NA BAIXA DO
      * ITEM E GRAVADO NO ITPEDIDO (ITP-CUSTO-UNIT) PARA A
      * MARGEM BRUTA DO PROGC105, E TODO MOVIMENTO DO KARDEX
      * SAI VALORIZADO AO CUSTO MEDIO
      * 2026-10-15 LC  ESTOQUE POR DEPOSITO - A BAIXA DO ITEM
      * SAI DO DEPOSITO QUE ATENDE A ZONA DE ENTREGA DO
      * CLIENTE (CADASTRO DEPOSREG), COM RECURSO A OUTRO
      * DEPOSITO COM SALDO E POR FIM AO BACKORDER (ROTINA
      * ESCDEPOS); O DEPOSITO E GUARDADO NO ITEM PARA OS
      * ESTORNOS E GRAVADO NO ITPEDIDO E NO KARDEX
      * 2026-10-15 LC  LOTE E VALIDADE - A BAIXA DO ITEM
      * CONSOME OS LOTES NA ORDEM DO PRIMEIRO A VENCER E
      * NAO CONTA O SALDO DE LOTE VENCIDO (ROTINA
      * BAIXALOT); OS LOTES DO ITEM VAO PARA O ITPEDIDO E
      * PARA O KARDEX (UM MOVIMENTO POR LOTE) E VOLTAM AO
      * MESMO LOTE NOS ESTORNOS
      * 2026-10-15 LC  MODO ORCAMENTO RESERVA O ESTOQUE DE
      * CADA ITEM (ETQ-RESERVADO) NO DEPOSITO ESCOLHIDO PELA
      * ROTINA ESCDEPOS, QUE PASSA A DESCONTAR A RESERVA DO
      * DISPONIVEL; O DEPOSITO DA RESERVA VAI PARA O ORCITENS
      * E ITEM SEM SALDO E ORCADO SEM RESERVA
      * 2026-10-15 LC  O PEDIDO RECEBE A CONDICAO DE
      * PAGAMENTO PADRAO DO CLIENTE, QUE O OPERADOR PODE
      * SOBREPOR NA ENTRADA POR OUTRA CONDICAO ATIVA
      * (CONDPREG); GRAVADA EM STP-COND-PAGTO PARA AS
      * PARCELAS DO FATURAMENTO
      * 2026-10-15 LC  ESCOLHA DA TRANSPORTADORA - O FRETE
      * PASSA A SAIR DA TABELA DA TRANSPORTADORA PARA A ZONA
      * DE CEP DO CLIENTE (FRETETRP); ENTRE AS ATIVAS QUE
      * ATENDEM A ZONA FICA A PREFERIDA DO CLIENTE OU, NA
      * FALTA DELA, A DE MENOR FRETE NO PEDIDO. SEM
      * TRANSPORTADORA PARA A ZONA VALE O FRETE POR UF. A
      * TRANSPORTADORA E GRAVADA NO STATUSPD E NO ORCAMENT
      * 2026-10-15 LC  TRIBUTOS POR NCM - O ITEM PASSA A TER
      * IPI, PIS E COFINS PELAS ALIQUOTAS DO NCM DO PRODUTO
      * NA TABELA TRIBNCM (ROTINA CALCTRIB), E O ICMS INCIDE
      * SOBRE O VALOR MAIS O IPI QUANDO O NCM INCLUI O IPI
      * NA BASE; NCM E TRIBUTOS GRAVADOS NO ITPEDIDO E NO
      * ORCITENS E TOTALIZADOS NO FECHAMENTO DO PEDIDO
      * 2026-10-15 LC  PEDIDO DIGITADO GRAVA O PEDIDO DO
      * CLIENTE (STP-PEDIDO-CLIENTE) EM BRANCO - SO A
      * IMPORTACAO DO PROGC121 O INFORMA
      * 2026-10-15 LC  LOCAL DE ENTREGA - COM O CLIENTE
      * TENDO ENDERECOS DE ENTREGA ATIVOS (ENDENTRG) O
      * OPERADOR ESCOLHE A SEQUENCIA (00 = CADASTRO); A ZONA
      * DE CEP, O DEPOSITO, O FRETE E O PRAZO SAEM DO CEP
      * DO LOCAL ESCOLHIDO, QUE E GRAVADO NO STATUSPD (E A
      * SEQUENCIA NO ORCAMENT) PARA NF E ROMANEIO
      * 2026-10-15 LC  KIT - PRODUTO COM COMPOSICAO NO
      * KITESTRU E VENDIDO COMO UM ITEM SO, MAS A BAIXA SAI
      * DOS COMPONENTES: O KIT SO E ACEITO SE TODOS TIVEREM
      * SALDO (ROTINA ESCDEPOS, CADA UM NO SEU DEPOSITO), E
      * CADA COMPONENTE GRAVA SEU MOVIMENTO NO KARDEX COM
      * DOCUMENTO K + CODIGO DO KIT; DEPOSITO E LOTES DE
      * CADA COMPONENTE VAO PARA O KITBAIXA COM A NF PARA A
      * DEVOLUCAO E O CANCELAMENTO, E VOLTAM NOS ESTORNOS
      * 2026-10-15 LC  PEDIDO (NAO O ORCAMENTO) COM DATA EM
      * COMPETENCIA FECHADA PARA VENDAS NO PERIODOS E
      * RECUSADO ANTES DA DIGITACAO DOS ITENS (ROTINA
      * VERIFPER, COM REGISTRO NA TRILHA DE AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA) -
      * COTAR E GRAVAR PEDIDO EXIGE INCLUIR
      * 2026-10-15 LC  KIT NO ORCAMENTO - A RESERVA SAI DOS
      * COMPONENTES (CADA UM NO DEPOSITO DA ESCDEPOS) E O KIT
      * SO E ORCADO SE TODOS TIVEREM SALDO; OS COMPONENTES
      * RESERVADOS VAO PARA O KITRESRV COM O ORCAMENTO PARA A
      * CONVERSAO (PROGCOB20) E A LIBERACAO (PROGC109)
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
           SELECT PENDENTE-UF ASSIGN TO "PENDENTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PENDENTE-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-VENDEDORES-ST.
           SELECT COND-PAGTO ASSIGN TO "CONDPAGT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDP-CODIGO
               FILE STATUS IS WRK-COND-PAGTO-ST.
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
           SELECT EXPORT-CSV ASSIGN TO "EXPFRETE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXPORT-CSV-STATUS.
           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOTES-ST.
           SELECT KARDEX ASSIGN TO "KARDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
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
           SELECT ENDERECOS-ENTREGA ASSIGN TO "ENDENTRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS WRK-ENDERECOS-ST.
           SELECT PRECO-FUTURO ASSIGN TO "PRECOFUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRECO-FUTURO-ST.
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
           SELECT KIT-RESERVA ASSIGN TO "KITRESRV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KRS-CHAVE
               FILE STATUS IS WRK-KIT-RESERVA-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-TAB.
           COPY PRODREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  DEPOSITO.
           COPY DEPOSREG.
       FD  PENDENTE-UF.
           COPY PENDREG.
       FD  STATUS-PEDIDO.
           COPY DESCTREG.
       FD  VENDEDORES.
           COPY VENDREG.
       FD  COND-PAGTO.
           COPY CONDPREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       FD  EXPORT-CSV.
           COPY CSVLINHA.
       FD  KARDEX.
           COPY KARDXREG.
       FD  LOTES.
           COPY LOTEREG.
       FD  BACKORDERS.
           COPY BACKOREG.
       FD  BO-CONTROLE.
           COPY BOCTLREG.
       FD  PRECO-FUTURO.
           COPY PRFUTREG.
       FD  TRANSPORTADORAS.
           COPY TRANSPREG.
       FD  FRETE-TRANSP.
           COPY FRTTPREG.
       FD  TRIB-NCM.
           COPY NCMTREG.
       FD  ENDERECOS-ENTREGA.
           COPY ENTRGREG.
       FD  KIT-ESTRUTURA.
           COPY KITREG.
       FD  KIT-BAIXA.
           COPY KITBXREG.
       FD  KIT-RESERVA.
           COPY KITRSREG.
       WORKING-STORAGE SECTION.
       77 WRK-KIT-ESTRU-ST  PIC X(02)    VALUE SPACES.
       77 WRK-KIT-ABERTO    PIC X(01)    VALUE 'N'.
           88 WRK-KIT-ABERTO-OK VALUE 'S'.
       77 WRK-KIT-BAIXA-ST  PIC X(02)    VALUE SPACES.
       77 WRK-KIT-RESERVA-ST PIC X(02)   VALUE SPACES.
       77 WRK-ITEM-KIT-SW   PIC X(01)    VALUE 'N'.
           88 WRK-ITEM-KIT VALUE 'S'.
       77 WRK-KIT-SALDO-SW  PIC X(01)    VALUE 'N'.
           88 WRK-KIT-COM-SALDO VALUE 'S'.
       77 WRK-FIM-KIT       PIC X(01)    VALUE 'N'.
           88 WRK-FIM-KIT-OK VALUE 'S'.
       77 WRK-KIT-POS       PIC 9(02)    VALUE ZEROS.
       77 WRK-KIT-QTD-COMP  PIC 9(02)    VALUE ZEROS.
       77 WRK-KIT-MAX-COMP  PIC 9(02)    VALUE 10.
       01 WRK-TAB-KIT.
           02 WRK-KIT-COMP OCCURS 10 TIMES.
               03 WRK-KC-CODIGO     PIC 9(06).
               03 WRK-KC-QTD-KIT    PIC 9(03).
               03 WRK-KC-NECESSARIO PIC 9(06).
       77 WRK-KB-QTD        PIC 9(03)    VALUE ZEROS.
       77 WRK-KB-INICIO     PIC 9(03)    VALUE ZEROS.
       77 WRK-KB-PRIMEIRO   PIC 9(03)    VALUE ZEROS.
       77 WRK-KB-MAX        PIC 9(03)    VALUE 60.
       77 WRK-KB-POS        PIC 9(03)    VALUE ZEROS.
       77 WRK-KB-COMP-SEQ   PIC 9(02)    VALUE ZEROS.
       01 WRK-TAB-KIT-BAIXA.
           02 WRK-KIT-BAIXADO OCCURS 60 TIMES.
               03 WRK-KB-ITEM-SEQ   PIC 9(02).
               03 WRK-KB-COMPONENTE PIC 9(06).
               03 WRK-KB-QUANTIDADE PIC 9(06).
               03 WRK-KB-DEPOSITO   PIC 9(02).
               03 WRK-KB-CUSTO-UNIT PIC 9(06)V99.
               03 WRK-KB-QTD-LOTES  PIC 9(01).
               03 WRK-KB-LOTES      PIC X(120).
       77 WRK-TRIB-NCM-ST   PIC X(02)    VALUE SPACES.
       77 WRK-ENDERECOS-ST  PIC X(02)    VALUE SPACES.
       77 WRK-ENT-SEQ       PIC 9(02)    VALUE ZEROS.
       77 WRK-ENT-SEQ-SW    PIC X(01)    VALUE 'N'.
           88 WRK-ENT-SEQ-VALIDO VALUE 'S'.
       77 WRK-ENT-OK-SW     PIC X(01)    VALUE 'N'.
           88 WRK-ENT-OK VALUE 'S'.
       77 WRK-ENT-ENDERECO  PIC X(40)    VALUE SPACES.
       77 WRK-CEP-ENTREGA   PIC 9(08)    VALUE ZEROS.
       77 WRK-ENT-CONTATO   PIC X(30)    VALUE SPACES.
       77 WRK-QTD-ENDERECOS PIC 9(02)    VALUE ZEROS.
       77 WRK-FIM-ENDERECOS PIC X(01)    VALUE 'N'.
           88 WRK-FIM-ENDERECOS-OK VALUE 'S'.
       77 WRK-BACKORDERS-ST PIC X(02)    VALUE SPACES.
       77 WRK-BO-CONTROLE-ST PIC X(02)   VALUE SPACES.
       77 WRK-BO-RESPOSTA   PIC X(01)    VALUE SPACES.
           88 WRK-FIM-PRECOS-OK VALUE 'S'.
       77 WRK-KARDEX-STATUS PIC X(02)    VALUE SPACES.
       77 WRK-KDX-TIPO      PIC X(01)    VALUE SPACES.
       77 WRK-LOTES-ST      PIC X(02)    VALUE SPACES.
       77 WRK-SLOT          PIC 9(01)    VALUE ZEROS.
       77 WRK-KDX-DOCUMENTO PIC X(08)    VALUE SPACES.
       77 WRK-CUSTO-UNIT    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DEPOSITO-ST   PIC X(02)    VALUE SPACES.
       77 WRK-DEPOSITO      PIC 9(02)    VALUE ZEROS.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
           88 WRK-VENDEDOR-VALIDO VALUE 'S'.
       77 WRK-VENDEDOR-OK-SW  PIC X(01)  VALUE 'N'.
           88 WRK-VENDEDOR-OK VALUE 'S'.
       77 WRK-COND-PAGTO-ST   PIC X(02)  VALUE SPACES.
       77 WRK-COND-PAGTO      PIC 9(02)  VALUE ZEROS.
       77 WRK-COND-PAGTO-SW   PIC X(01)  VALUE 'N'.
           88 WRK-COND-PAGTO-VALIDA VALUE 'S'.
       77 WRK-COND-OK-SW      PIC X(01)  VALUE 'N'.
           88 WRK-COND-OK VALUE 'S'.
       77 WRK-ALTERA-COND     PIC X(01)  VALUE 'N'.
           88 WRK-ALTERA-COND-SIM VALUE 'S'.
       77 WRK-NUM-PEDIDO      PIC 9(08)  VALUE ZEROS.
       77 WRK-DATA-HOJE       PIC 9(08)  VALUE ZEROS.
       77 WRK-CLI-SW        PIC X(01)    VALUE 'N'.
       77 WRK-ICMS          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ICMS-ED       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ICMS    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-IPI     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-PIS     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-COFINS  PIC 9(07)V99 VALUE ZEROS.
       01 WRK-TAB-PEDIDO.
           02 WRK-ITEM-PEDIDO OCCURS 20 TIMES
              INDEXED BY WRK-IDX-ITEM.
               03 WRK-IT-QUANTIDADE  PIC 9(03).
               03 WRK-IT-ICMS-PERC   PIC 9(02)V99.
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
               03 WRK-IT-KIT         PIC X(01).
       77 WRK-TRANSPORTADORAS-ST PIC X(02) VALUE SPACES.
       77 WRK-FRETE-TRANSP-ST  PIC X(02)    VALUE SPACES.
       77 WRK-TRANSP           PIC 9(03)    VALUE ZEROS.
       77 WRK-QTD-TRANSP       PIC 9(02)    VALUE ZEROS.
       77 WRK-MAX-TRANSP       PIC 9(02)    VALUE 10.
       77 WRK-TRP-ESCOLHIDA    PIC 9(02)    VALUE ZEROS.
       77 WRK-FIM-TRANSP       PIC X(01)    VALUE 'N'.
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
       77 WRK-PESO             PIC 9(04)    VALUE ZEROS.
       77 WRK-TAXA-PESO        PIC 9(02)V99 VALUE ZEROS.
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
           MOVE 'PROGCOB09' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT FRETE-TAB.
           OPEN INPUT CLIENTE.
           OPEN INPUT PRODUTO-TAB.
           OPEN I-O ITENS-ORCAMENTO.
           OPEN I-O ORC-CONTROLE.
           OPEN INPUT VENDEDORES.
           OPEN INPUT COND-PAGTO.
           OPEN INPUT DESCONTO-TAB.
           OPEN I-O BACKORDERS.
           IF WRK-BACKORDERS-ST NOT = '00'
               OPEN I-O BO-CONTROLE
           END-IF.
           OPEN INPUT PRECO-FUTURO.
           OPEN INPUT TRANSPORTADORAS.
           OPEN INPUT FRETE-TRANSP.
           OPEN INPUT TRIB-NCM.
           OPEN INPUT ENDERECOS-ENTREGA.
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
           OPEN I-O KIT-RESERVA.
           IF WRK-KIT-RESERVA-ST NOT = '00'
               CLOSE KIT-RESERVA
               OPEN OUTPUT KIT-RESERVA
               CLOSE KIT-RESERVA
               OPEN I-O KIT-RESERVA
           END-IF.
           OPEN I-O LOTES.
           IF WRK-LOTES-ST NOT = '00'
               CLOSE LOTES
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           ACCEPT WRK-LOT-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGA-DEPOSITOS.

           DISPLAY 'CODIGO DO CLIENTE.. '
           PERFORM CAPTURA-CLI-CODIGO UNTIL WRK-CLI-CODIGO-VALIDO.
           IF WRK-PRECO-FUTURO-ST = '00'
               CLOSE PRECO-FUTURO
           END-IF.
           IF WRK-TRANSPORTADORAS-ST = '00'
               CLOSE TRANSPORTADORAS
           END-IF.
           IF WRK-TRIB-NCM-ST = '00'
               CLOSE TRIB-NCM
           END-IF.
           IF WRK-ENDERECOS-ST = '00'
               CLOSE ENDERECOS-ENTREGA
           END-IF.
           IF WRK-FRETE-TRANSP-ST = '00'
               CLOSE FRETE-TRANSP
           END-IF.
           CLOSE LOTES.
           CLOSE KIT-BAIXA.
           CLOSE KIT-RESERVA.
           IF WRK-KIT-ABERTO-OK
               CLOSE KIT-ESTRUTURA
           END-IF.
           CLOSE BO-CONTROLE.
           CLOSE BACKORDERS.
           IF WRK-DESCONTO-TAB-ST = '00'
               CLOSE DESCONTO-TAB
           END-IF.
           IF WRK-COND-PAGTO-ST = '00'
               CLOSE COND-PAGTO
           END-IF.
           IF WRK-VENDEDORES-ST = '00'
               CLOSE VENDEDORES
           END-IF.
           DISPLAY 'CLIENTE.. ' CLI-NOME.
           DISPLAY 'TIPO (P-PEDIDO O-ORCAMENTO).. '
           PERFORM CAPTURA-TIPO UNTIL WRK-TIPO-VALIDO.
           IF WRK-TIPO-PEDIDO
               MOVE 'V' TO WRK-PER-AREA
               ACCEPT WRK-PER-DATA FROM DATE YYYYMMDD
               MOVE 'PROGCOB09' TO WRK-PER-PROGRAMA
               MOVE WRK-CLI-CODIGO TO WRK-PER-REFERENCIA
               PERFORM VERIFICA-PERIODO
           END-IF.
           IF NOT WRK-PER-FECHADO
               PERFORM DIGITA-PEDIDO
           END-IF.

      *****************************************************
      * DIGITA-PEDIDO - VENDEDOR, CONDICAO E LOCAL DE
      * ENTREGA, ITENS E GRAVACAO DO PEDIDO OU ORCAMENTO
      *****************************************************
       DIGITA-PEDIDO.
           IF WRK-TIPO-PEDIDO
               DISPLAY 'CODIGO DO VENDEDOR.. '
               PERFORM CAPTURA-VENDEDOR-VALIDADO
                   UNTIL WRK-VENDEDOR-OK
               PERFORM DEFINE-COND-PAGTO
           END-IF.
           PERFORM DEFINE-LOCAL-ENTREGA.
           MOVE CLI-UF TO WRK-UF.
           PERFORM BUSCA-ZONA-CEP.
           DISPLAY 'ZONA DE ENTREGA (CEP).. ' WRK-ZONA-COD.
           PERFORM CARREGA-TRANSPORTADORAS.
           PERFORM LER-ITEM-PEDIDO
               UNTIL NOT WRK-MAIS-ITENS
                  OR WRK-QTD-ITENS >= WRK-MAX-ITENS.
           PERFORM ESCOLHE-TRANSPORTADORA.
           PERFORM EXPORTA-CSV-ITEM
               VARYING WRK-ITEM-GRAVA FROM 1 BY 1
               UNTIL WRK-ITEM-GRAVA > WRK-QTD-ITENS.
           PERFORM IMPRIME-TOTAL-PEDIDO.
           IF WRK-TIPO-ORCAMENTO
               PERFORM GRAVA-ORCAMENTO
           PERFORM ESTORNA-ESTOQUE-ITEM
               VARYING WRK-ITEM-GRAVA FROM 1 BY 1
               UNTIL WRK-ITEM-GRAVA > WRK-QTD-ITENS.
           MOVE 'ESTLIMIT' TO WRK-KDX-DOCUMENTO.
           PERFORM ESTORNA-COMPONENTE-KIT
               VARYING WRK-KB-POS FROM 1 BY 1
               UNTIL WRK-KB-POS > WRK-KB-QTD.
           PERFORM GRAVA-AUDITORIA-RECUSA.

      *****************************************************
      * ESTORNA-ESTOQUE-ITEM - O ITEM KIT NAO TEM SALDO
      * PROPRIO; SEUS COMPONENTES VOLTAM PELA TABELA DE
      * COMPONENTES BAIXADOS (ESTORNA-COMPONENTE-KIT)
      *****************************************************
       ESTORNA-ESTOQUE-ITEM.
           SET WRK-IDX-ITEM TO WRK-ITEM-GRAVA.
           IF WRK-IT-KIT (WRK-IDX-ITEM) NOT = 'S'
               PERFORM ESTORNA-SALDO-ITEM
           END-IF.

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
                   PERFORM DEVOLVE-LOTES-ITEM
                   MOVE 'E' TO WRK-KDX-TIPO
                   MOVE 'ESTLIMIT' TO WRK-KDX-DOCUMENTO
                   PERFORM GRAVA-KARDEX
           END-READ.

      *****************************************************
      * ESTORNA-COMPONENTE-KIT - DEVOLVE UM COMPONENTE DE
      * KIT BAIXADO AO DEPOSITO E AOS LOTES DE ONDE SAIU; O
      * CHAMADOR INFORMA O DOCUMENTO DO KARDEX
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
                   PERFORM DEVOLVE-LOTES-ITEM
                   MOVE 'E' TO WRK-KDX-TIPO
                   PERFORM GRAVA-KARDEX
           END-READ.

      *****************************************************
      * DEVOLVE-LOTES-ITEM - ESTORNO DO ITEM: A QUANTIDADE
      * VOLTA AOS LOTES DA TABELA WRK-LOT-USADO (O QUE
      * SAIU SEM LOTE VOLTA SEM LOTE)
      *****************************************************
       DEVOLVE-LOTES-ITEM.
           MOVE ETQ-PROD-CODIGO TO WRK-LOT-PRODUTO.
           MOVE ETQ-DEPOSITO    TO WRK-LOT-DEPOSITO.
           PERFORM DEVOLVE-LOTES-USADOS.

      *****************************************************
      * GRAVA-KARDEX - REGISTRA O MOVIMENTO DE ESTOQUE COM
      * O SALDO RESULTANTE, UM MOVIMENTO POR LOTE DA TABELA
      * WRK-LOT-USADO; O CHAMADOR PREPARA TIPO, DOCUMENTO E
      * OS LOTES E O REGISTRO DE ESTOQUE AINDA ESTA NA AREA
      * DO ARQUIVO
      *****************************************************
       GRAVA-KARDEX.
           MOVE ETQ-PROD-CODIGO TO KDX-PROD-CODIGO.
           MOVE ETQ-DEPOSITO    TO KDX-DEPOSITO.
           ACCEPT KDX-DATA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA FROM TIME.
           MOVE WRK-KDX-TIPO      TO KDX-TIPO.
           MOVE WRK-KDX-DOCUMENTO TO KDX-DOCUMENTO.
           MOVE 'PROGCOB09' TO KDX-ORIGEM.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-UNIT.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-MEDIO.
           PERFORM GRAVA-KARDEX-LOTES.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           STRING 'RECUSA LIMITE CLIENTE=' WRK-CLI-CODIGO
               ' PEDIDO=' WRK-TOTAL-VALOR
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               END-READ
           END-IF.

      *****************************************************
      * DEFINE-COND-PAGTO - O PEDIDO NASCE COM A CONDICAO
      * PADRAO DO CLIENTE; O OPERADOR PODE SOBREPOR POR
      * OUTRA CONDICAO ATIVA DO CONDPAGT (00 = VENCIMENTO
      * UNICO INFORMADO NO FATURAMENTO)
      *****************************************************
       DEFINE-COND-PAGTO.
           IF CLI-COND-PAGTO IS NUMERIC
               MOVE CLI-COND-PAGTO TO WRK-COND-PAGTO
           ELSE
               MOVE ZEROS TO WRK-COND-PAGTO
           END-IF.
           DISPLAY 'CONDICAO DE PAGAMENTO DO CLIENTE.. '
                   WRK-COND-PAGTO.
           IF WRK-COND-PAGTO-ST = '00'
               DISPLAY 'ALTERAR A CONDICAO NESTE PEDIDO (S/N).. '
               ACCEPT WRK-ALTERA-COND
               IF WRK-ALTERA-COND-SIM
                   DISPLAY 'CONDICAO DE PAGAMENTO (00 = VENCTO '
                           'UNICO).. '
                   MOVE 'N' TO WRK-COND-OK-SW
                   PERFORM CAPTURA-COND-CRITICADA UNTIL WRK-COND-OK
               END-IF
           END-IF.

      *****************************************************
      * DEFINE-LOCAL-ENTREGA - O PEDIDO VAI PARA O ENDERECO
      * DO CADASTRO (SEQUENCIA 00), A MENOS QUE O CLIENTE
      * TENHA LOCAIS DE ENTREGA ATIVOS NO ENDENTRG E O
      * OPERADOR ESCOLHA UM DELES; O CEP DO LOCAL ESCOLHIDO
      * E O QUE DA A ZONA DE ENTREGA
      *****************************************************
       DEFINE-LOCAL-ENTREGA.
           MOVE ZEROS        TO WRK-ENT-SEQ.
           MOVE CLI-ENDERECO TO WRK-ENT-ENDERECO.
           MOVE CLI-CEP      TO WRK-CEP-ENTREGA.
           MOVE SPACES       TO WRK-ENT-CONTATO.
           MOVE ZEROS        TO WRK-QTD-ENDERECOS.
           IF WRK-ENDERECOS-ST = '00'
               PERFORM LISTA-ENDERECOS-ATIVOS
           END-IF.
           IF WRK-QTD-ENDERECOS > 0
               DISPLAY '00 ' CLI-ENDERECO ' ' CLI-CEP
                       ' (CADASTRO)'
               DISPLAY 'LOCAL DE ENTREGA (00 = CADASTRO).. '
               MOVE 'N' TO WRK-ENT-OK-SW
               PERFORM CAPTURA-ENT-CRITICADA UNTIL WRK-ENT-OK
           END-IF.
           DISPLAY 'ENTREGA EM.. ' WRK-ENT-ENDERECO.

       LISTA-ENDERECOS-ATIVOS.
           MOVE 'N' TO WRK-FIM-ENDERECOS.
           MOVE WRK-CLI-CODIGO TO ENT-CLI-CODIGO.
           MOVE ZEROS TO ENT-SEQ.
           START ENDERECOS-ENTREGA KEY >= ENT-CHAVE
               INVALID KEY
                   SET WRK-FIM-ENDERECOS-OK TO TRUE
           END-START.
           PERFORM LER-ENDERECO-ENTREGA.
           PERFORM MOSTRA-ENDERECO-ATIVO
               UNTIL WRK-FIM-ENDERECOS-OK.

       LER-ENDERECO-ENTREGA.
           IF NOT WRK-FIM-ENDERECOS-OK
               READ ENDERECOS-ENTREGA NEXT
                   AT END
                       SET WRK-FIM-ENDERECOS-OK TO TRUE
                   NOT AT END
                       IF ENT-CLI-CODIGO NOT = WRK-CLI-CODIGO
                           SET WRK-FIM-ENDERECOS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       MOSTRA-ENDERECO-ATIVO.
           IF ENT-ATIVO
               ADD 1 TO WRK-QTD-ENDERECOS
               DISPLAY ENT-SEQ ' ' ENT-ENDERECO ' ' ENT-CEP
           END-IF.
           PERFORM LER-ENDERECO-ENTREGA.

       CAPTURA-ENT-CRITICADA.
           MOVE 'N' TO WRK-ENT-SEQ-SW.
           PERFORM CAPTURA-ENT-SEQ UNTIL WRK-ENT-SEQ-VALIDO.
           IF WRK-ENT-SEQ = ZEROS
               SET WRK-ENT-OK TO TRUE
           ELSE
               MOVE WRK-CLI-CODIGO TO ENT-CLI-CODIGO
               MOVE WRK-ENT-SEQ    TO ENT-SEQ
               READ ENDERECOS-ENTREGA
                   INVALID KEY
                       DISPLAY 'ENDERECO NAO CADASTRADO'
                   NOT INVALID KEY
                       IF ENT-ATIVO
                           MOVE ENT-ENDERECO TO WRK-ENT-ENDERECO
                           MOVE ENT-CEP      TO WRK-CEP-ENTREGA
                           MOVE ENT-CONTATO  TO WRK-ENT-CONTATO
                           SET WRK-ENT-OK TO TRUE
                       ELSE
                           DISPLAY 'ENDERECO INATIVO'
                       END-IF
               END-READ
           END-IF.

       CAPTURA-COND-CRITICADA.
           MOVE 'N' TO WRK-COND-PAGTO-SW.
           PERFORM CAPTURA-COND-PAGTO UNTIL WRK-COND-PAGTO-VALIDA.
           IF WRK-COND-PAGTO = ZEROS
               SET WRK-COND-OK TO TRUE
           ELSE
               MOVE WRK-COND-PAGTO TO CDP-CODIGO
               READ COND-PAGTO
                   INVALID KEY
                       DISPLAY 'CONDICAO NAO CADASTRADA'
                   NOT INVALID KEY
                       IF CDP-ATIVA
                           DISPLAY 'CONDICAO.. ' CDP-DESCRICAO
                           SET WRK-COND-OK TO TRUE
                       ELSE
                           DISPLAY 'CONDICAO INATIVA'
                       END-IF
               END-READ
           END-IF.

       CAPTURA-TIPO.
           ACCEPT WRK-TIPO.
           IF WRK-TIPO-PEDIDO OR WRK-TIPO-ORCAMENTO
                   COMPUTE WRK-FRETE =
                       (WRK-VALOR * FRT-MULT-FRETE)
                       + WRK-TAXA-PESO + WRK-ZONA-TAXA
                   MOVE PRD-NCM       TO WRK-TRB-NCM
                   MOVE WRK-VALOR     TO WRK-TRB-VALOR
                   MOVE FRT-ICMS-PERC TO WRK-TRB-ICMS-PERC
                   PERFORM CALCULA-TRIBUTOS
                   MOVE WRK-TRB-ICMS  TO WRK-ICMS
                   PERFORM ACEITA-ITEM-PEDIDO
           END-READ.

           MOVE WRK-QUANTIDADE  TO WRK-IT-QUANTIDADE  (WRK-IDX-ITEM).
           MOVE FRT-ICMS-PERC   TO WRK-IT-ICMS-PERC   (WRK-IDX-ITEM).
           MOVE WRK-DESC-APLICADO TO WRK-IT-DESC-PERC (WRK-IDX-ITEM).
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
           MOVE WRK-ITEM-KIT-SW TO WRK-IT-KIT (WRK-IDX-ITEM).
           ADD WRK-DESC-VALOR TO WRK-TOTAL-DESCONTO.
           ADD WRK-VALOR TO WRK-TOTAL-VALOR.
           ADD WRK-FRETE TO WRK-TOTAL-FRETE.
           ADD WRK-ICMS  TO WRK-TOTAL-ICMS.
           ADD WRK-TRB-IPI    TO WRK-TOTAL-IPI.
           ADD WRK-TRB-PIS    TO WRK-TOTAL-PIS.
           ADD WRK-TRB-COFINS TO WRK-TOTAL-COFINS.

           DISPLAY '===================================='
           IF WRK-FRETE NOT EQUAL 0
               IF WRK-QTD-TRANSP = 0
                   DISPLAY 'VALOR DO FRETE COM O PRODUTO ' WRK-FRETE
               END-IF
               DISPLAY 'VALOR DO ICMS COM O PRODUTO. ' WRK-ICMS
           END-IF.
           IF WRK-TRB-IPI NOT EQUAL 0
               DISPLAY 'VALOR DO IPI DO PRODUTO..... ' WRK-TRB-IPI
           END-IF.

       BAIXA-ESTOQUE.
           MOVE 'N' TO WRK-ESTOQUE-SW.
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           MOVE ZEROS TO WRK-DEPOSITO.
           MOVE ZEROS TO WRK-LOT-QTD-USADOS.
           MOVE 'N' TO WRK-ITEM-KIT-SW.
           MOVE WRK-KB-QTD TO WRK-KB-INICIO.
           PERFORM CARREGA-COMPOSICAO-KIT.
           IF WRK-TIPO-ORCAMENTO
               IF WRK-ITEM-KIT
                   PERFORM RESERVA-KIT-ORCAMENTO
               ELSE
                   PERFORM RESERVA-ESTOQUE-ORCAMENTO
               END-IF
           ELSE
               IF WRK-ITEM-KIT
                   PERFORM BAIXA-KIT-PEDIDO
               ELSE
                   PERFORM BAIXA-ESTOQUE-PEDIDO
               END-IF
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
      * BAIXA-KIT-PEDIDO - O KIT SO E ACEITO SE TODOS OS
      * COMPONENTES TIVEREM SALDO PARA A QUANTIDADE PEDIDA
      * (CADA UM NO DEPOSITO ESCOLHIDO PELA ESCDEPOS); ENTAO
      * CADA COMPONENTE E BAIXADO COM SEUS LOTES E SEU
      * MOVIMENTO NO KARDEX, E FICA NA TABELA DE COMPONENTES
      * BAIXADOS PARA OS ESTORNOS E PARA O KITBAIXA. O
      * CUSTO DO KIT E A SOMA DO CUSTO DOS COMPONENTES. KIT
      * RECUSADO NAO VIRA BACKORDER (NAO TEM SALDO PROPRIO
      * PARA O PROGCOB67 ATENDER)
      *****************************************************
       BAIXA-KIT-PEDIDO.
           SET WRK-KIT-COM-SALDO TO TRUE.
           PERFORM VERIFICA-COMPONENTE-KIT
               VARYING WRK-KIT-POS FROM 1 BY 1
               UNTIL WRK-KIT-POS > WRK-KIT-QTD-COMP.
           IF WRK-KIT-COM-SALDO
            AND WRK-KB-QTD + WRK-KIT-QTD-COMP > WRK-KB-MAX
               DISPLAY 'LIMITE DE COMPONENTES DE KIT NO PEDIDO'
               MOVE 'N' TO WRK-KIT-SALDO-SW
           END-IF.
           IF WRK-KIT-COM-SALDO
               PERFORM BAIXA-COMPONENTE-KIT
                   VARYING WRK-KIT-POS FROM 1 BY 1
                   UNTIL WRK-KIT-POS > WRK-KIT-QTD-COMP
               MOVE ZEROS TO WRK-LOT-QTD-USADOS
               SET WRK-ESTOQUE-OK TO TRUE
               DISPLAY 'KIT ATENDIDO PELOS COMPONENTES EM ESTOQUE'
           ELSE
               DISPLAY 'KIT NAO PODE SER MONTADO - ITEM RECUSADO'
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
               DISPLAY 'COMPONENTE ' WRK-KC-CODIGO (WRK-KIT-POS)
                       ' SEM SALDO - NECESSARIO '
                       WRK-KC-NECESSARIO (WRK-KIT-POS)
                       ' DISPONIVEL ' WRK-DEP-DISPONIVEL
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
           DISPLAY 'COMPONENTE ' WRK-DEP-PRODUTO
                   ' ATENDIDO PELO DEPOSITO ' WRK-DEP-ESCOLHIDO.

      *****************************************************
      * RESERVA-ESTOQUE-ORCAMENTO - O ITEM DO ORCAMENTO NAO
      * BAIXA O SALDO, MAS RESERVA A QUANTIDADE NO DEPOSITO
      * ESCOLHIDO PELA MESMA REGRA DA BAIXA (ESCDEPOS), PARA
      * A CONVERSAO DO PROGCOB20 ENCONTRAR O ESTOQUE; SEM
      * SALDO DISPONIVEL O ITEM E ORCADO SEM RESERVA
      *****************************************************
       RESERVA-ESTOQUE-ORCAMENTO.
           SET WRK-ESTOQUE-OK TO TRUE.
           MOVE WRK-PROD-CODIGO TO WRK-DEP-PRODUTO.
           MOVE WRK-QUANTIDADE  TO WRK-DEP-QTDE.
           MOVE WRK-ZONA-COD    TO WRK-DEP-ZONA.
           PERFORM ESCOLHE-DEPOSITO.
           IF WRK-DEP-ESCOLHIDO > 0
               MOVE WRK-DEP-ESCOLHIDO TO WRK-DEPOSITO
               ADD WRK-QUANTIDADE TO ETQ-RESERVADO
               REWRITE ETQ-REGISTRO
               DISPLAY 'ITEM RESERVADO NO DEPOSITO ' WRK-DEPOSITO
           ELSE
               DISPLAY 'SALDO INSUFICIENTE PARA RESERVA - '
                       'ITEM ORCADO SEM RESERVA'
           END-IF.

      *****************************************************
      * RESERVA-KIT-ORCAMENTO - O KIT NAO TEM SALDO PROPRIO:
      * A RESERVA E FEITA EM CADA COMPONENTE, PELA MESMA
      * VERIFICACAO DA BAIXA DO KIT NO PEDIDO; SEM SALDO EM
      * ALGUM COMPONENTE O KIT NAO E ORCADO. OS COMPONENTES
      * RESERVADOS FICAM NA TABELA DE COMPONENTES (SEM LOTES)
      * PARA O KITRESRV E PARA O ESTORNO DO ITEM RECUSADO
      *****************************************************
       RESERVA-KIT-ORCAMENTO.
           SET WRK-KIT-COM-SALDO TO TRUE.
           PERFORM VERIFICA-COMPONENTE-KIT
               VARYING WRK-KIT-POS FROM 1 BY 1
               UNTIL WRK-KIT-POS > WRK-KIT-QTD-COMP.
           IF WRK-KIT-COM-SALDO
            AND WRK-KB-QTD + WRK-KIT-QTD-COMP > WRK-KB-MAX
               DISPLAY 'LIMITE DE COMPONENTES DE KIT NO ORCAMENTO'
               MOVE 'N' TO WRK-KIT-SALDO-SW
           END-IF.
           IF WRK-KIT-COM-SALDO
               PERFORM RESERVA-COMPONENTE-KIT
                   VARYING WRK-KIT-POS FROM 1 BY 1
                   UNTIL WRK-KIT-POS > WRK-KIT-QTD-COMP
               SET WRK-ESTOQUE-OK TO TRUE
               DISPLAY 'KIT RESERVADO PELOS COMPONENTES EM ESTOQUE'
           ELSE
               DISPLAY 'KIT NAO PODE SER MONTADO - ITEM RECUSADO'
           END-IF.

       RESERVA-COMPONENTE-KIT.
           MOVE WRK-KC-CODIGO (WRK-KIT-POS)     TO WRK-DEP-PRODUTO.
           MOVE WRK-KC-NECESSARIO (WRK-KIT-POS) TO WRK-DEP-QTDE.
           MOVE WRK-ZONA-COD                    TO WRK-DEP-ZONA.
           PERFORM ESCOLHE-DEPOSITO.
           ADD WRK-DEP-QTDE TO ETQ-RESERVADO.
           REWRITE ETQ-REGISTRO.
           ADD 1 TO WRK-KB-QTD.
           COMPUTE WRK-KB-ITEM-SEQ (WRK-KB-QTD) = WRK-QTD-ITENS + 1.
           MOVE WRK-DEP-PRODUTO   TO WRK-KB-COMPONENTE (WRK-KB-QTD).
           MOVE WRK-DEP-QTDE      TO WRK-KB-QUANTIDADE (WRK-KB-QTD).
           MOVE WRK-DEP-ESCOLHIDO TO WRK-KB-DEPOSITO (WRK-KB-QTD).
           MOVE ETQ-CUSTO-MEDIO   TO WRK-KB-CUSTO-UNIT (WRK-KB-QTD).
           MOVE ZEROS             TO WRK-KB-QTD-LOTES (WRK-KB-QTD).
           MOVE SPACES            TO WRK-KB-LOTES (WRK-KB-QTD).
           DISPLAY 'COMPONENTE ' WRK-DEP-PRODUTO
                   ' RESERVADO NO DEPOSITO ' WRK-DEP-ESCOLHIDO.

      *****************************************************
      * DESFAZ-RESERVA-COMPONENTE - ITEM KIT DO ORCAMENTO
      * RECUSADO: A RESERVA DO COMPONENTE E DEVOLVIDA
      *****************************************************
       DESFAZ-RESERVA-COMPONENTE.
           MOVE WRK-KB-COMPONENTE (WRK-KB-POS) TO ETQ-PROD-CODIGO.
           MOVE WRK-KB-DEPOSITO (WRK-KB-POS)   TO ETQ-DEPOSITO.
           READ ESTOQUE
               NOT INVALID KEY
                   IF ETQ-RESERVADO > WRK-KB-QUANTIDADE (WRK-KB-POS)
                       SUBTRACT WRK-KB-QUANTIDADE (WRK-KB-POS)
                           FROM ETQ-RESERVADO
                   ELSE
                       MOVE ZEROS TO ETQ-RESERVADO
                   END-IF
                   REWRITE ETQ-REGISTRO
           END-READ.

       DESFAZ-RESERVA-ITEM.
           MOVE WRK-PROD-CODIGO TO ETQ-PROD-CODIGO.
           MOVE WRK-DEPOSITO    TO ETQ-DEPOSITO.
           READ ESTOQUE
               NOT INVALID KEY
                   IF ETQ-RESERVADO > WRK-QUANTIDADE
                       SUBTRACT WRK-QUANTIDADE FROM ETQ-RESERVADO
                   ELSE
                       MOVE ZEROS TO ETQ-RESERVADO
                   END-IF
                   REWRITE ETQ-REGISTRO
           END-READ.

      *****************************************************
      * BAIXA-ESTOQUE-PEDIDO - O ITEM SAI DO DEPOSITO QUE
      * ATENDE A ZONA DE ENTREGA DO CLIENTE; SEM SALDO
      * NELE, DE OUTRO DEPOSITO COM SALDO (ESCDEPOS); SEM
      * SALDO EM NENHUM, O ITEM E RECUSADO E PODE VIRAR
      * BACKORDER. O DEPOSITO FICA GUARDADO NO ITEM PARA OS
      * ESTORNOS E PARA O ITPEDIDO, ASSIM COMO OS LOTES
      * CONSUMIDOS NA ORDEM DO PRIMEIRO A VENCER
      *****************************************************
       BAIXA-ESTOQUE-PEDIDO.
           MOVE WRK-PROD-CODIGO TO WRK-DEP-PRODUTO.
           MOVE WRK-QUANTIDADE  TO WRK-DEP-QTDE.
           MOVE WRK-ZONA-COD    TO WRK-DEP-ZONA.
           PERFORM ESCOLHE-DEPOSITO.
           IF WRK-DEP-ESCOLHIDO > 0
               MOVE WRK-DEP-ESCOLHIDO TO WRK-DEPOSITO
               SUBTRACT WRK-QUANTIDADE FROM ETQ-SALDO
               REWRITE ETQ-REGISTRO
               SET WRK-ESTOQUE-OK TO TRUE
               MOVE ETQ-CUSTO-MEDIO TO WRK-CUSTO-UNIT
               MOVE WRK-PROD-CODIGO TO WRK-LOT-PRODUTO
               MOVE WRK-DEPOSITO    TO WRK-LOT-DEPOSITO
               MOVE WRK-QUANTIDADE  TO WRK-LOT-QTDE
               PERFORM CONSOME-LOTES
               MOVE 'S' TO WRK-KDX-TIPO
               MOVE 'DIGITACA' TO WRK-KDX-DOCUMENTO
               PERFORM GRAVA-KARDEX
               IF WRK-DEP-PASSO-OUTROS
                   DISPLAY 'ITEM ATENDIDO PELO DEPOSITO '
                           WRK-DEPOSITO ' (FORA DA ZONA)'
               ELSE
                   DISPLAY 'ITEM ATENDIDO PELO DEPOSITO '
                           WRK-DEPOSITO
               END-IF
           ELSE
               IF WRK-DEP-DISPONIVEL = 0
                   DISPLAY 'PRODUTO SEM SALDO DE ESTOQUE - '
                           'ITEM RECUSADO'
               ELSE
                   DISPLAY 'ESTOQUE INSUFICIENTE - DISPONIVEL '
                           WRK-DEP-DISPONIVEL ' - ITEM RECUSADO'
               END-IF
               PERFORM OFERECE-BACKORDER
           END-IF.

      *****************************************************
      * OFERECE-BACKORDER - ITEM SEM SALDO PODE FICAR NA
      * FILA DE ESPERA NA ORDEM DE CHEGADA; QUANDO O
                   MOVE ZEROS  TO WRK-ZONA-TAXA
                   MOVE SPACES TO WRK-ZONA-COD
                   MOVE ZEROS  TO WRK-ZONA-PRAZO
               WHEN WRK-CEP-ENTREGA >= WRK-ZONA-CEP-DE (WRK-IDX-ZONA)
                AND WRK-CEP-ENTREGA <= WRK-ZONA-CEP-ATE (WRK-IDX-ZONA)
                   MOVE WRK-ZONA-VLTAXA (WRK-IDX-ZONA) TO WRK-ZONA-TAXA
                   MOVE WRK-ZONA-CODIGO (WRK-IDX-ZONA) TO WRK-ZONA-COD
                   MOVE WRK-ZONA-PRZ-DIAS (WRK-IDX-ZONA)
           DISPLAY 'TOTAL DOS PRODUTOS.... ' WRK-TOTAL-VALOR.
           DISPLAY 'TOTAL DE FRETE........ ' WRK-TOTAL-FRETE.
           DISPLAY 'TOTAL DE ICMS......... ' WRK-TOTAL-ICMS.
           DISPLAY 'TOTAL DE IPI.......... ' WRK-TOTAL-IPI.
           DISPLAY 'TOTAL DE PIS.......... ' WRK-TOTAL-PIS.
           DISPLAY 'TOTAL DE COFINS....... ' WRK-TOTAL-COFINS.
           DISPLAY 'TOTAL DE DESCONTOS.... ' WRK-TOTAL-DESCONTO.

       GRAVA-STATUS-PEDIDO.
           SET STP-PENDENTE    TO TRUE.
           MOVE WRK-DATA-HOJE  TO STP-DATA-STATUS.
           MOVE WRK-DATA-PROMESSA TO STP-DATA-PROMESSA.
           MOVE WRK-COND-PAGTO TO STP-COND-PAGTO.
           MOVE WRK-TRANSP     TO STP-TRANSP.
           MOVE SPACES         TO STP-PEDIDO-CLIENTE.
           MOVE WRK-ENT-SEQ    TO STP-ENT-SEQ.
           MOVE WRK-ENT-ENDERECO TO STP-ENT-ENDERECO.
           MOVE WRK-CEP-ENTREGA TO STP-ENT-CEP.
           MOVE WRK-ENT-CONTATO TO STP-ENT-CONTATO.
           WRITE STP-REGISTRO.
           PERFORM GRAVA-ITEM-PEDIDO
               VARYING WRK-ITEM-GRAVA FROM 1 BY 1
           MOVE WRK-DATA-HOJE      TO ITP-DATA.
           MOVE WRK-VENDEDOR       TO ITP-VENDEDOR.
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

       GRAVA-ORCAMENTO.
           PERFORM GERA-NUMERO-ORC.
           MOVE WRK-TOTAL-VALOR   TO ORC-TOTAL-VALOR.
           MOVE WRK-TOTAL-FRETE   TO ORC-TOTAL-FRETE.
           MOVE WRK-TOTAL-ICMS    TO ORC-TOTAL-ICMS.
           MOVE WRK-TRANSP        TO ORC-TRANSP.
           MOVE WRK-ENT-SEQ       TO ORC-ENT-SEQ.
           WRITE ORC-REGISTRO.
           PERFORM GRAVA-ITEM-ORCAMENTO
               VARYING WRK-ITEM-GRAVA FROM 1 BY 1
           MOVE WRK-IT-ICMS-PERC   (WRK-IDX-ITEM) TO ITO-ICMS-PERC.
           MOVE WRK-UF             TO ITO-UF.
           MOVE WRK-DATA-HOJE      TO ITO-DATA.
           MOVE WRK-IT-DEPOSITO (WRK-IDX-ITEM) TO ITO-DEPOSITO.
           MOVE WRK-IT-NCM        (WRK-IDX-ITEM) TO ITO-NCM.
           MOVE WRK-IT-IPI        (WRK-IDX-ITEM) TO ITO-IPI.
           MOVE WRK-IT-IPI-PERC   (WRK-IDX-ITEM) TO ITO-IPI-PERC.
           MOVE WRK-IT-PIS        (WRK-IDX-ITEM) TO ITO-PIS.
           MOVE WRK-IT-PIS-PERC   (WRK-IDX-ITEM) TO ITO-PIS-PERC.
           MOVE WRK-IT-COFINS     (WRK-IDX-ITEM) TO ITO-COFINS.
           MOVE WRK-IT-COFINS-PERC (WRK-IDX-ITEM) TO ITO-COFINS-PERC.
           WRITE ITO-REGISTRO.
           IF WRK-IT-KIT (WRK-IDX-ITEM) = 'S'
               MOVE ZEROS TO WRK-KB-COMP-SEQ
               PERFORM GRAVA-RESERVA-KIT
                   VARYING WRK-KB-POS FROM 1 BY 1
                   UNTIL WRK-KB-POS > WRK-KB-QTD
           END-IF.

      *****************************************************
      * GRAVA-RESERVA-KIT - GRAVA NO KITRESRV CADA COMPONENTE
      * RESERVADO PARA O ITEM KIT DO ORCAMENTO, COM O
      * DEPOSITO DA RESERVA
      *****************************************************
       GRAVA-RESERVA-KIT.
           IF WRK-KB-ITEM-SEQ (WRK-KB-POS) = WRK-ITEM-GRAVA
               ADD 1 TO WRK-KB-COMP-SEQ
               MOVE WRK-NUM-ORCAMENTO TO KRS-NUMERO
               MOVE WRK-ITEM-GRAVA    TO KRS-ITEM-SEQ
               MOVE WRK-KB-COMP-SEQ   TO KRS-COMP-SEQ
               MOVE WRK-IT-PROD-CODIGO (WRK-IDX-ITEM)
                   TO KRS-KIT-CODIGO
               MOVE WRK-KB-COMPONENTE (WRK-KB-POS) TO KRS-COMP-CODIGO
               MOVE WRK-KB-QUANTIDADE (WRK-KB-POS) TO KRS-QUANTIDADE
               MOVE WRK-KB-DEPOSITO (WRK-KB-POS)   TO KRS-DEPOSITO
               WRITE KRS-REGISTRO
           END-IF.

       GERA-NUMERO-ORC.
           MOVE '1' TO OCT-CHAVE.
                   WRK-CLI-CODIGO ' TOTAL=' WRK-TOTAL-VALOR
                   DELIMITED BY SIZE INTO AUD-DETALHE
           END-IF.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
           WRITE CSV-REGISTRO.
           CLOSE EXPORT-CSV.

       EXPORTA-CSV-ITEM.
           SET WRK-IDX-ITEM TO WRK-ITEM-GRAVA.
           MOVE WRK-IT-PRODUTO (WRK-IDX-ITEM) TO WRK-PRODUTO.
           MOVE WRK-IT-VALOR   (WRK-IDX-ITEM) TO WRK-VALOR.
           MOVE WRK-IT-FRETE   (WRK-IDX-ITEM) TO WRK-FRETE.
           MOVE WRK-IT-ICMS    (WRK-IDX-ITEM) TO WRK-ICMS.
           PERFORM GRAVA-CSV-FRETE.

      *****************************************************
      * CARREGA-TRANSPORTADORAS - MONTA A TABELA DAS
      * TRANSPORTADORAS ATIVAS QUE TEM FRETE CADASTRADO
      * PARA A ZONA DE CEP DO CLIENTE; TABELA VAZIA MANTEM
      * O FRETE DA TABELA POR UF
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
      * ESCOLHE-TRANSPORTADORA - CALCULA O FRETE DO PEDIDO
      * EM CADA TRANSPORTADORA DA ZONA E FICA COM A
      * PREFERIDA DO CLIENTE SE ELA ATENDE A ZONA, SENAO COM
      * A DE MENOR FRETE; O FRETE DOS ITENS E REFEITO PELA
      * TABELA DA ESCOLHIDA E O PRAZO DELA VALE NA PROMESSA
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
               DISPLAY 'TRANSPORTADORA........ ' WRK-TRANSP ' '
                       WRK-TT-NOME (WRK-IDX-TRP)
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

       GERA-NUMERO-NF.
           MOVE '1' TO NFC-CHAVE.
           READ NF-CONTROLE
       UF-NAO-CADASTRADA.
           DISPLAY 'NAO PODEMOS ENTREGAR - ITEM RECUSADO'.
           MOVE ZEROS TO WRK-FRETE WRK-ICMS.
           IF WRK-TIPO-PEDIDO AND NOT WRK-ITEM-KIT
               MOVE WRK-PROD-CODIGO TO ETQ-PROD-CODIGO
               MOVE WRK-DEPOSITO    TO ETQ-DEPOSITO
               READ ESTOQUE
                   NOT INVALID KEY
                       ADD WRK-QUANTIDADE TO ETQ-SALDO
                       REWRITE ETQ-REGISTRO
                       MOVE WRK-QUANTIDADE TO WRK-LOT-QTDE
                       PERFORM DEVOLVE-LOTES-ITEM
                       MOVE 'E' TO WRK-KDX-TIPO
                       MOVE 'ESTUF' TO WRK-KDX-DOCUMENTO
                       PERFORM GRAVA-KARDEX
               END-READ
           ELSE
               IF WRK-DEPOSITO > 0
                   PERFORM DESFAZ-RESERVA-ITEM
               END-IF
           END-IF.
           IF WRK-ITEM-KIT
               MOVE 'ESTUF' TO WRK-KDX-DOCUMENTO
               COMPUTE WRK-KB-PRIMEIRO = WRK-KB-INICIO + 1
               IF WRK-TIPO-PEDIDO
                   PERFORM ESTORNA-COMPONENTE-KIT
                       VARYING WRK-KB-POS FROM WRK-KB-PRIMEIRO BY 1
                       UNTIL WRK-KB-POS > WRK-KB-QTD
               ELSE
                   PERFORM DESFAZ-RESERVA-COMPONENTE
                       VARYING WRK-KB-POS FROM WRK-KB-PRIMEIRO BY 1
                       UNTIL WRK-KB-POS > WRK-KB-QTD
               END-IF
               MOVE WRK-KB-INICIO TO WRK-KB-QTD
           END-IF.
           MOVE WRK-CLI-CODIGO TO PND-CLI-CODIGO.
           MOVE WRK-PRODUTO    TO PND-PRODUTO.
               VALIDNUM-CAMPO     BY WRK-VENDEDOR
               VALIDNUM-CHAVE-SW  BY WRK-VENDEDOR-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COND-PAGTO
               VALIDNUM-CAMPO     BY WRK-COND-PAGTO
               VALIDNUM-CHAVE-SW  BY WRK-COND-PAGTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-ENT-SEQ
               VALIDNUM-CAMPO     BY WRK-ENT-SEQ
               VALIDNUM-CHAVE-SW  BY WRK-ENT-SEQ-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DESCONTO
               VALIDNUM-CAMPO     BY WRK-DESC-APLICADO
               VALIDNUM-CHAVE-SW  BY WRK-DESC-APLICADO-SW.

           COPY ESCDEPOS.

           COPY BAIXALOT.

           COPY CALCTRIB.

           COPY VERIFPER.
