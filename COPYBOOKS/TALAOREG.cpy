      *****************************************************
      * TALAOREG.CPY
      * LAYOUT DO REGISTRO DE TALAO DE CHEQUES EMITIDO
      * (ARQUIVO TALOES) - UM REGISTRO POR TALAO DA CONTA,
      * COM A FAIXA DE NUMEROS DAS FOLHAS; A NUMERACAO DOS
      * CHEQUES E SEQUENCIAL POR CONTA E O TALAO SEGUINTE
      * COMECA NO NUMERO FINAL DO ANTERIOR MAIS UM
      * (PROGC151)
      * CHAVE.: TAL-CHAVE (CONTA + SEQUENCIA DO TALAO)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 TAL-REGISTRO.
           02 TAL-CHAVE.
               03 TAL-CONTA     PIC 9(06).
               03 TAL-SEQ       PIC 9(03).
           02 TAL-NUM-INICIAL   PIC 9(06).
           02 TAL-NUM-FINAL     PIC 9(06).
           02 TAL-QTD-FOLHAS    PIC 9(03).
           02 TAL-DATA-EMISSAO  PIC 9(08).
           02 FILLER            PIC X(08).
