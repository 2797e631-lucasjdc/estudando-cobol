      *****************************************************
      * LOTEWRK.CPY
      * AREA DE TRABALHO DA ROTINA COMPARTILHADA BAIXALOT -
      * O PROGRAMA MOVE PRODUTO, DEPOSITO, QUANTIDADE E A
      * DATA DE HOJE; CONSOME-LOTES DEVOLVE NA TABELA
      * WRK-LOT-USADO OS LOTES BAIXADOS (ATE CINCO, NA
      * ORDEM DO PRIMEIRO A VENCER) E EM WRK-LOT-SEM-LOTE A
      * PARTE QUE SAIU DO SALDO SEM LOTE; A MESMA TABELA
      * ALIMENTA DEVOLVE-LOTES-USADOS (ESTORNOS) E
      * GRAVA-KARDEX-LOTES (UM MOVIMENTO POR LOTE)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-LOT-AREA.
           02 WRK-LOT-PRODUTO    PIC 9(06) VALUE ZEROS.
           02 WRK-LOT-DEPOSITO   PIC 9(02) VALUE ZEROS.
           02 WRK-LOT-NUMERO     PIC X(10) VALUE SPACES.
           02 WRK-LOT-VALIDADE   PIC 9(08) VALUE ZEROS.
           02 WRK-LOT-FORNECEDOR PIC 9(06) VALUE ZEROS.
           02 WRK-LOT-QTDE       PIC 9(06) VALUE ZEROS.
           02 WRK-LOT-FALTA      PIC 9(06) VALUE ZEROS.
           02 WRK-LOT-HOJE       PIC 9(08) VALUE ZEROS.
           02 WRK-LOT-VENCIDO    PIC 9(07) VALUE ZEROS.
           02 WRK-LOT-SEM-LOTE   PIC 9(06) VALUE ZEROS.
           02 WRK-LOT-TOTAL-KDX  PIC 9(07) VALUE ZEROS.
           02 WRK-LOT-SALDO-KDX  PIC S9(07) VALUE ZEROS.
           02 WRK-LOT-FIM        PIC X(01) VALUE 'N'.
               88 WRK-LOT-FIM-OK VALUE 'S'.
           02 WRK-LOT-ACHOU      PIC X(01) VALUE 'N'.
               88 WRK-LOT-ACHOU-OK VALUE 'S'.
           02 WRK-LOT-MAX-USADOS PIC 9(01) VALUE 5.
           02 WRK-LOT-QTD-USADOS PIC 9(01) VALUE ZEROS.
           02 WRK-LOT-TABELA.
               03 WRK-LOT-USADO OCCURS 5 TIMES
                  INDEXED BY WRK-IDX-LOT.
                   04 WRK-LOT-U-NUMERO   PIC X(10).
                   04 WRK-LOT-U-VALIDADE PIC 9(08).
                   04 WRK-LOT-U-QTD      PIC 9(06).
