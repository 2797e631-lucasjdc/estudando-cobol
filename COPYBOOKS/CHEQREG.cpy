      *****************************************************
      * CHEQREG.CPY
      * LAYOUT DO REGISTRO DE CHEQUE (ARQUIVO CHEQUES) - UMA
      * FOLHA DE TALAO EMITIDO POR REGISTRO (PROGC151), COM
      * A SITUACAO: EMITIDO (EM PODER DO CORRENTISTA),
      * PAGO NA COMPENSACAO, SUSTADO A PEDIDO DO
      * CORRENTISTA OU DEVOLVIDO NA COMPENSACAO (PROGC152)
      * COM A ALINEA DE DEVOLUCAO. O CHEQUE DEVOLVIDO POR
      * INSUFICIENCIA DE FUNDOS NA PRIMEIRA APRESENTACAO
      * (ALINEA 11) PODE SER REAPRESENTADO
      * CHAVE.: CHQ-CHAVE (CONTA + NUMERO DO CHEQUE)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CHQ-REGISTRO.
           02 CHQ-CHAVE.
               03 CHQ-CONTA       PIC 9(06).
               03 CHQ-NUMERO      PIC 9(06).
           02 CHQ-TALAO-SEQ       PIC 9(03).
           02 CHQ-STATUS          PIC X(01).
               88 CHQ-EMITIDO     VALUE 'E'.
               88 CHQ-PAGO        VALUE 'P'.
               88 CHQ-SUSTADO     VALUE 'S'.
               88 CHQ-DEVOLVIDO   VALUE 'D'.
           02 CHQ-DATA-EMISSAO    PIC 9(08).
           02 CHQ-DATA-SITUACAO   PIC 9(08).
           02 CHQ-VALOR           PIC 9(08)V99.
           02 CHQ-ALINEA          PIC X(02).
           02 CHQ-QTD-APRESENT    PIC 9(01).
           02 CHQ-MOTIVO-SUSTACAO PIC X(30).
           02 FILLER              PIC X(05).
