      *****************************************************
      * KITBXREG.CPY
      * LAYOUT DO REGISTRO DE BAIXA DE COMPONENTE DE KIT
      * (ARQUIVO KITBAIXA) - GRAVADO PELO PROGCOB09 JUNTO
      * COM O ITEM DA NF, UM REGISTRO POR COMPONENTE BAIXADO
      * DO KIT VENDIDO, COM O DEPOSITO E OS LOTES DE ONDE
      * SAIU, PARA A DEVOLUCAO (PROGCOB21) E O CANCELAMENTO
      * DE NF (PROGCOB59) RETORNAREM OS COMPONENTES AO
      * MESMO DEPOSITO E LOTE
      * CHAVE.: KBX-CHAVE (NF + ITEM + SEQUENCIA)
      * 2026-10-15 LC  CRIACAO
      * 2026-10-15 LC  GRAVADO TAMBEM PELA CONVERSAO DE
      *                ORCAMENTO (PROGCOB20) E PELA IMPORTACAO
      *                DE PEDIDOS (PROGC121); LIDO NO RASTREIO
      *                DE RECALL DO PROGC108
      *****************************************************
       01 KBX-REGISTRO.
           02 KBX-CHAVE.
               03 KBX-NUM-NF     PIC 9(08).
               03 KBX-ITEM-SEQ   PIC 9(02).
               03 KBX-COMP-SEQ   PIC 9(02).
           02 KBX-KIT-CODIGO  PIC 9(06).
           02 KBX-COMP-CODIGO PIC 9(06).
           02 KBX-QUANTIDADE  PIC 9(06).
           02 KBX-DEPOSITO    PIC 9(02).
           02 KBX-CUSTO-UNIT  PIC 9(06)V99.
           02 KBX-LOTES.
               03 KBX-LOTE-ITEM OCCURS 5 TIMES.
                   04 KBX-LOTE     PIC X(10).
                   04 KBX-LOTE-QTD PIC 9(06).
           02 FILLER          PIC X(10).
