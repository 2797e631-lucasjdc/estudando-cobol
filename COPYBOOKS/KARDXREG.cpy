      * O SALDO RESULTANTE APOS O MOVIMENTO - CONSULTADO
      * PELO RELATORIO DE KARDEX DO PROGCOB63
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  MOVIMENTO VALORIZADO - CUSTO UNITARIO
      *                DO MOVIMENTO (CUSTO DA NF NA ENTRADA DE
      *                COMPRA, CUSTO MEDIO NOS DEMAIS) E O
      *                CUSTO MEDIO DO PRODUTO APOS O MOVIMENTO,
      *                BASE DA VALORIZACAO MENSAL DO ESTOQUE
      *                (PROGC104) - O REGISTRO CRESCEU E O
      *                KARDEX EXISTENTE PRECISA DE RECARGA COM
      *                CUSTOS ZERO
      * 2026-10-15 LC  INCLUIDO O DEPOSITO DO MOVIMENTO -
      *                O SALDO APOS E O CUSTO MEDIO SAO OS
      *                DO PRODUTO NAQUELE DEPOSITO; A
      *                TRANSFERENCIA ENTRE DEPOSITOS
      *                (PROGC107) GRAVA O PAR SAIDA NA ORIGEM
      *                E ENTRADA NO DESTINO COM O MESMO
      *                DOCUMENTO (MOVIMENTOS ANTERIORES SEM
      *                DEPOSITO VALEM COMO DEPOSITO 01)
      * 2026-10-15 LC  INCLUIDO O LOTE DO MOVIMENTO - A BAIXA
      *                QUE CONSOME MAIS DE UM LOTE GRAVA UM
      *                MOVIMENTO POR LOTE (ROTINA BAIXALOT),
      *                PARA O RASTREIO DE RECALL; BRANCO =
      *                SALDO SEM LOTE (O REGISTRO CRESCEU -
      *                LINHAS ANTERIORES SAO LIDAS COM O LOTE
      *                EM BRANCO)
       01 KDX-REGISTRO.
           02 KDX-PROD-CODIGO PIC 9(06).
           02 KDX-DATA        PIC 9(08).
           02 KDX-DOCUMENTO   PIC X(08).
           02 KDX-ORIGEM      PIC X(09).
           02 KDX-SALDO-APOS  PIC 9(06).
           02 KDX-CUSTO-UNIT  PIC 9(06)V99.
           02 KDX-CUSTO-MEDIO PIC 9(06)V99.
           02 KDX-DEPOSITO    PIC 9(02).
           02 KDX-LOTE        PIC X(10).
           02 FILLER          PIC X(03).
