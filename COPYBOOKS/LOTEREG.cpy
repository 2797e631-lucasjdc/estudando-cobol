      *****************************************************
      * LOTEREG.CPY
      * LAYOUT DO REGISTRO DE SALDO POR LOTE (ARQUIVO
      * LOTES) DOS PRODUTOS COM CONTROLE DE LOTE E VALIDADE
      * (PRD-COM-LOTE) - UM REGISTRO POR PRODUTO, DEPOSITO,
      * VALIDADE E NUMERO DE LOTE, CRIADO NO RECEBIMENTO DO
      * PROGCOB65 E CONSUMIDO PELA BAIXA NA ORDEM DO
      * PRIMEIRO A VENCER (ROTINA BAIXALOT); A CHAVE COM A
      * VALIDADE ANTES DO NUMERO DEIXA OS LOTES DE CADA
      * PRODUTO/DEPOSITO JA NA ORDEM DE VENCIMENTO. O SALDO
      * DO PRODUTO CONTINUA EM ETQ-SALDO; A DIFERENCA PARA A
      * SOMA DOS LOTES E SALDO SEM LOTE (CARGA ANTERIOR E
      * AJUSTES). REGISTRO ZERADO E MANTIDO PARA O RECALL
      * CHAVE.: LOT-CHAVE (PRODUTO + DEPOSITO + VALIDADE +
      *         LOTE)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 LOT-REGISTRO.
           02 LOT-CHAVE.
               03 LOT-PROD-CODIGO PIC 9(06).
               03 LOT-DEPOSITO    PIC 9(02).
               03 LOT-VALIDADE    PIC 9(08).
               03 LOT-NUMERO      PIC X(10).
           02 LOT-SALDO        PIC 9(06).
           02 LOT-DATA-ENTRADA PIC 9(08).
           02 LOT-FOR-CODIGO   PIC 9(06).
           02 FILLER           PIC X(10).
