      * (ARQUIVO ESTOQUE) - BAIXADO PELA ENTRADA DE PEDIDOS
      * DO PROGCOB09 E CONFERIDO PELO RELATORIO DE
      * REPOSICAO DO PROGCOB18
      * CHAVE.: ETQ-CHAVE (PRODUTO + DEPOSITO)
      * 2026-08-22 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDO O CUSTO MEDIO PONDERADO DO
      *                PRODUTO, RECALCULADO A CADA ENTRADA DE
      *                COMPRA DO PROGCOB65 E USADO PARA
      *                VALORIZAR OS MOVIMENTOS DO KARDEX E O
      *                CUSTO DA VENDA NO ITPEDIDO (O REGISTRO
      *                CRESCEU - ARQUIVOS EXISTENTES PRECISAM
      *                DE RECARGA COM CUSTO ZERO)
      * 2026-10-15 LC  SALDO POR PRODUTO E DEPOSITO - A
      *                CHAVE PASSA A SER ETQ-CHAVE (PRODUTO
      *                + DEPOSITO DO CADASTRO DEPOSREG), COM
      *                MINIMO E CUSTO MEDIO PROPRIOS DE CADA
      *                DEPOSITO (A CHAVE MUDOU - ARQUIVOS
      *                EXISTENTES PRECISAM DE RECARGA COM O
      *                SALDO NO DEPOSITO 01)
      * 2026-10-15 LC  INCLUIDA A QUANTIDADE RESERVADA PELOS
      *                ORCAMENTOS ABERTOS (PROGCOB09) - O
      *                DISPONIVEL PARA VENDA E ETQ-SALDO MENOS
      *                ETQ-RESERVADO; A CONVERSAO (PROGCOB20)
      *                CONSOME A RESERVA E O PROGC109 LIBERA A
      *                DOS ORCAMENTOS VENCIDOS (O REGISTRO
      *                CRESCEU - ARQUIVOS EXISTENTES PRECISAM
      *                DE RECARGA COM RESERVA ZERO)
      * 2026-10-15 LC  INCLUIDA A QUANTIDADE DE REPOSICAO
      *                (LOTE DE COMPRA) DO DEPOSITO; O MINIMO E
      *                A REPOSICAO SAO PROPOSTOS PELA ANALISE
      *                MENSAL DE DEMANDA DO PROGC110 E GRAVADOS
      *                QUANDO O OPERADOR ACEITA A PROPOSTA NO
      *                PROGC111 (O REGISTRO CRESCEU - ARQUIVOS
      *                EXISTENTES PRECISAM DE RECARGA COM
      *                REPOSICAO ZERO)
      *****************************************************
       01 ETQ-REGISTRO.
           02 ETQ-CHAVE.
               03 ETQ-PROD-CODIGO PIC 9(06).
               03 ETQ-DEPOSITO    PIC 9(02).
           02 ETQ-SALDO       PIC 9(06).
           02 ETQ-MINIMO      PIC 9(06).
           02 ETQ-CUSTO-MEDIO PIC 9(06)V99.
           02 ETQ-RESERVADO   PIC 9(06).
           02 ETQ-QTD-REPOSICAO PIC 9(06).
           02 FILLER          PIC X(04).
