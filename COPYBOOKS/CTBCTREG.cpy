      *****************************************************
      * CTBCTREG.CPY
      * LAYOUT DO REGISTRO DE CONTROLE DA INTERFACE
      * CONTABIL (ARQUIVO CTBCTRL) - UM REGISTRO POR LOTE
      * ACEITO E GRAVADO NO LANCTOS PELO PROGC126; UMA NOVA
      * EXECUCAO PARA A MESMA DATA NAO CONTABILIZA O LOTE
      * DE NOVO, NOS MOLDES DA TRAVA ENCCTRL. LOTE REJEITADO
      * NAO E GRAVADO E PODE SER REPROCESSADO DEPOIS DE
      * CORRIGIDAS AS REGRAS OU O PLANO DE CONTAS
      * LOTES.: VENDAS RECEBE FOLHA  TARIFA
      * CHAVE.: CTC-CHAVE (DATA + LOTE)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CTC-REGISTRO.
           02 CTC-CHAVE.
               03 CTC-DATA       PIC 9(08).
               03 CTC-LOTE       PIC X(06).
           02 CTC-QTD-PARTIDAS   PIC 9(04).
           02 CTC-TOTAL-DEBITO   PIC 9(11)V99.
           02 CTC-TOTAL-CREDITO  PIC 9(11)V99.
           02 CTC-DATA-GERACAO   PIC 9(08).
           02 FILLER             PIC X(08).
