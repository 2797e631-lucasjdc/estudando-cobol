      * GRAVADO PELO PROGCOB21 COM O NUMERO DA NOTA DE
      * CREDITO GERADA E O ICMS ESTORNADO
      * 2026-08-22 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDOS O IPI, O PIS E O COFINS
      *                ESTORNADOS DO ITEM (O REGISTRO CRESCEU -
      *                ARQUIVOS EXISTENTES PRECISAM DE RECARGA
      *                COM TRIBUTOS ZERO)
      *****************************************************
       01 DEV-REGISTRO.
           02 DEV-NC-NUMERO   PIC 9(08).
           02 DEV-ICMS        PIC 9(06)V99.
           02 DEV-DATA        PIC 9(08).
           02 FILLER          PIC X(05).
           02 DEV-IPI         PIC 9(06)V99.
           02 DEV-PIS         PIC 9(06)V99.
           02 DEV-COFINS      PIC 9(06)V99.
