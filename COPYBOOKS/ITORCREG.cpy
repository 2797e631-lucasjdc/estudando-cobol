      * O ORCAMENTO E CONVERTIDO PELO PROGCOB20
      * CHAVE.: ITO-CHAVE (ORCAMENTO + SEQUENCIA DO ITEM)
      * 2026-08-22 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDO O DEPOSITO ONDE O ITEM
      *                RESERVOU ESTOQUE (ZERO OU BRANCO = ITEM
      *                SEM RESERVA - OCUPA O FILLER)
      * 2026-10-15 LC  INCLUIDOS O NCM E OS TRIBUTOS DO ITEM
      *                (IPI, PIS E COFINS COM AS ALIQUOTAS),
      *                COPIADOS PARA O ITPEDIDO NA CONVERSAO
      *                (O REGISTRO CRESCEU - ARQUIVOS
      *                EXISTENTES PRECISAM DE RECARGA COM
      *                TRIBUTOS ZERO)
      *****************************************************
       01 ITO-REGISTRO.
           02 ITO-CHAVE.
           02 ITO-UF          PIC X(02).
           02 ITO-ICMS-PERC   PIC 9(02)V99.
           02 ITO-DATA        PIC 9(08).
           02 ITO-DEPOSITO    PIC 9(02).
           02 FILLER          PIC X(03).
           02 ITO-NCM         PIC 9(08).
           02 ITO-IPI         PIC 9(06)V99.
           02 ITO-IPI-PERC    PIC 9(02)V99.
           02 ITO-PIS         PIC 9(06)V99.
           02 ITO-PIS-PERC    PIC 9(02)V99.
           02 ITO-COFINS      PIC 9(06)V99.
           02 ITO-COFINS-PERC PIC 9(02)V99.
