      *****************************************************
      * KITRSREG.CPY
      * LAYOUT DO REGISTRO DE RESERVA DE COMPONENTE DE KIT
      * ORCADO (ARQUIVO KITRESRV) - GRAVADO PELO PROGCOB09
      * JUNTO COM O ITEM DO ORCAMENTO, UM REGISTRO POR
      * COMPONENTE RESERVADO DO KIT, COM O DEPOSITO ONDE A
      * RESERVA FOI FEITA (ETQ-RESERVADO), PARA A CONVERSAO
      * DO ORCAMENTO (PROGCOB20) CONSUMIR A RESERVA E A
      * LIBERACAO DE ORCAMENTO VENCIDO (PROGC109) DEVOLVE-LA
      * (O ITEM KIT DO ORCAMENTO FICA COM DEPOSITO ZERO)
      * CHAVE.: KRS-CHAVE (ORCAMENTO + ITEM + SEQUENCIA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 KRS-REGISTRO.
           02 KRS-CHAVE.
               03 KRS-NUMERO     PIC 9(08).
               03 KRS-ITEM-SEQ   PIC 9(02).
               03 KRS-COMP-SEQ   PIC 9(02).
           02 KRS-KIT-CODIGO  PIC 9(06).
           02 KRS-COMP-CODIGO PIC 9(06).
           02 KRS-QUANTIDADE  PIC 9(06).
           02 KRS-DEPOSITO    PIC 9(02).
           02 FILLER          PIC X(08).
