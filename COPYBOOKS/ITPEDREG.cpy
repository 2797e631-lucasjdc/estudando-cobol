      *                POSICIONAM PELA DATA EM VEZ DE VARRER
      *                O ARQUIVO INTEIRO (ARQUIVOS
      *                EXISTENTES PRECISAM DE RECARGA)
      * 2026-10-15 LC  INCLUIDO O CUSTO UNITARIO DO ITEM NA
      *                DATA DA VENDA (CUSTO MEDIO DO ESTOQUE
      *                NA BAIXA) PARA O RELATORIO DE MARGEM
      *                BRUTA DO PROGC105 (ARQUIVOS EXISTENTES
      *                PRECISAM DE RECARGA COM CUSTO ZERO)
      * 2026-10-15 LC  INCLUIDO O DEPOSITO DE ONDE O ITEM
      *                SAIU, PARA A DEVOLUCAO (PROGCOB21) E O
      *                CANCELAMENTO DE NF (PROGCOB59)
      *                RETORNAREM O SALDO AO MESMO DEPOSITO
      *                (OCUPA O FILLER - ITENS ANTERIORES SEM
      *                DEPOSITO VOLTAM AO DEPOSITO 01)
      * 2026-10-15 LC  INCLUIDOS OS LOTES QUE ATENDERAM O
      *                ITEM (ATE CINCO, COM A QUANTIDADE DE
      *                CADA UM, NA ORDEM DO PRIMEIRO A VENCER)
      *                PARA O RASTREIO DE RECALL DO PROGC108 E
      *                PARA A DEVOLUCAO E O CANCELAMENTO
      *                RETORNAREM O SALDO AO MESMO LOTE (O
      *                REGISTRO CRESCEU - ARQUIVOS EXISTENTES
      *                PRECISAM DE RECARGA COM LOTES EM BRANCO
      *                E QUANTIDADES ZERO)
      * 2026-10-15 LC  INCLUIDOS O NCM DO PRODUTO E O IPI, O
      *                PIS E O COFINS DO ITEM COM AS ALIQUOTAS
      *                APLICADAS (ROTINA CALCTRIB), PARA A NF
      *                (PROGCOB19), A EXPORTACAO (PROGCOB71), A
      *                APURACAO (PROGCOB29) E OS ESTORNOS (O
      *                REGISTRO CRESCEU - ARQUIVOS EXISTENTES
      *                PRECISAM DE RECARGA COM TRIBUTOS ZERO)
       01 ITP-REGISTRO.
           02 ITP-CHAVE.
               03 ITP-NUM-PEDIDO PIC 9(08).
           02 ITP-DATA        PIC 9(08).
           02 ITP-VENDEDOR    PIC 9(04).
           02 ITP-DESC-PERC   PIC 9(02)V99.
           02 ITP-CUSTO-UNIT  PIC 9(06)V99.
           02 ITP-DEPOSITO    PIC 9(02).
           02 ITP-LOTES.
               03 ITP-LOTE-ITEM OCCURS 5 TIMES.
                   04 ITP-LOTE     PIC X(10).
                   04 ITP-LOTE-QTD PIC 9(03).
           02 ITP-NCM         PIC 9(08).
           02 ITP-IPI         PIC 9(06)V99.
           02 ITP-IPI-PERC    PIC 9(02)V99.
           02 ITP-PIS         PIC 9(06)V99.
           02 ITP-PIS-PERC    PIC 9(02)V99.
           02 ITP-COFINS      PIC 9(06)V99.
           02 ITP-COFINS-PERC PIC 9(02)V99.
