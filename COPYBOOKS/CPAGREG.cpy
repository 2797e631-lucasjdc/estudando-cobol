      *****************************************************
      * CPAGREG.CPY
      * LAYOUT DO REGISTRO DE TITULO DO CONTAS A PAGAR
      * (ARQUIVO CPAGAR) - UM TITULO POR NF DE FORNECEDOR
      * LANCADA NO RECEBIMENTO DE COMPRA (PROGCOB65, ORIGEM
      * C, COM O PEDIDO DE COMPRA PARA A CONFERENCIA DE
      * TRES VIAS DO PROGC103), POR FATURA DE TRANSPORTADORA
      * CONCILIADA NO PROGCOB25 (ORIGEM F) OU DIGITADO NA
      * MANUTENCAO DO PROGC100 (ORIGEM M); PAGO PELO
      * PROGC100 OU PELO LOTE DE PAGAMENTOS DO PROGC101
      * CHAVE.: CPG-NUMERO (CONTROLE CPGCTRL)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CPG-REGISTRO.
           02 CPG-NUMERO        PIC 9(08).
           02 CPG-FOR-CODIGO    PIC 9(06).
           02 CPG-DOCUMENTO     PIC 9(09).
           02 CPG-ORIGEM        PIC X(01).
               88 CPG-ORIGEM-COMPRA VALUE 'C'.
               88 CPG-ORIGEM-FRETE  VALUE 'F'.
               88 CPG-ORIGEM-MANUAL VALUE 'M'.
           02 CPG-NUM-COMPRA    PIC 9(08).
           02 CPG-VALOR         PIC 9(09)V99.
           02 CPG-SALDO         PIC 9(09)V99.
           02 CPG-DATA-EMISSAO  PIC 9(08).
           02 CPG-DATA-VENCTO   PIC 9(08).
           02 CPG-DATA-PAGTO    PIC 9(08).
           02 CPG-STATUS        PIC X(01).
               88 CPG-ABERTO    VALUE 'A'.
               88 CPG-BLOQUEADO VALUE 'B'.
               88 CPG-PAGO      VALUE 'P'.
               88 CPG-CANCELADO VALUE 'C'.
           02 FILLER            PIC X(10).
