      *****************************************************
      * ACORDREG.CPY
      * LAYOUT DO REGISTRO DE ACORDO DE RENEGOCIACAO DE
      * DIVIDA (ARQUIVO ACORDOS) - GRAVADO PELO PROGC115 AO
      * CONSOLIDAR OS TITULOS VENCIDOS DO CLIENTE EM UM
      * NOVO PARCELAMENTO (TITULOS TIPO A, NUMERO DO
      * ACORDO + PARCELA); OS TITULOS DE ORIGEM FICAM
      * RENEGOCIADOS APONTANDO PARA O ACORDO. A SITUACAO E
      * ATUALIZADA PELO PROGC116 (QUITADO QUANDO TODAS AS
      * PARCELAS FOREM PAGAS, ROMPIDO QUANDO UMA PARCELA
      * PASSAR DA TOLERANCIA SEM PAGAMENTO)
      * CHAVE.: ACD-NUMERO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 ACD-REGISTRO.
           02 ACD-NUMERO          PIC 9(06).
           02 ACD-CLI-CODIGO      PIC 9(06).
           02 ACD-DATA            PIC 9(08).
           02 ACD-QTD-TITULOS     PIC 9(03).
           02 ACD-VALOR-ORIGINAL  PIC 9(07)V99.
           02 ACD-DESCONTO        PIC 9(07)V99.
           02 ACD-ACRESCIMO       PIC 9(07)V99.
           02 ACD-VALOR-ACORDADO  PIC 9(07)V99.
           02 ACD-QTD-PARCELAS    PIC 9(02).
           02 ACD-INTERVALO       PIC 9(03).
           02 ACD-PRIMEIRO-VENCTO PIC 9(08).
           02 ACD-STATUS          PIC X(01).
               88 ACD-ATIVO   VALUE 'A'.
               88 ACD-QUITADO VALUE 'Q'.
               88 ACD-ROMPIDO VALUE 'R'.
           02 ACD-DATA-SITUACAO   PIC 9(08).
           02 ACD-SALDO-ROMPIDO   PIC 9(07)V99.
           02 ACD-USUARIO         PIC X(06).
           02 FILLER              PIC X(20).
