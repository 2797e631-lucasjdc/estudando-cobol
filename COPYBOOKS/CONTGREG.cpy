      * CATALOGO) E, NO PASSO CONTROLADO DE AJUSTE, LANCA
      * A DIFERENCA NO ESTOQUE COM CODIGO DE MOTIVO E
      * KARDEX, MARCANDO A CONTAGEM COMO AJUSTADA
      * CHAVE.: CTG-CHAVE (PRODUTO + DEPOSITO)
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  CONTAGEM POR PRODUTO E DEPOSITO,
      *                CONFRONTADA COM O SALDO DO MESMO
      *                DEPOSITO (A CHAVE MUDOU - CONTAGENS
      *                EXISTENTES PRECISAM DE RECARGA)
      *****************************************************
       01 CTG-REGISTRO.
           02 CTG-CHAVE.
               03 CTG-PROD-CODIGO PIC 9(06).
               03 CTG-DEPOSITO    PIC 9(02).
           02 CTG-QTD-CONTADA PIC 9(06).
           02 CTG-DATA        PIC 9(08).
           02 CTG-CONTADOR    PIC X(06).
               88 CTG-MOT-FURTO      VALUE '02'.
               88 CTG-MOT-LANCAMENTO VALUE '03'.
               88 CTG-MOT-INVENTARIO VALUE '04'.
           02 FILLER          PIC X(03).
