      *****************************************************
      * PROVPREG.CPY
      * LAYOUT DO REGISTRO DE PROVISAO PARA DEVEDORES
      * DUVIDOSOS POR CLIENTE (ARQUIVO PROVPDD) - GRAVADO
      * PELO PROGC113 A CADA COMPETENCIA COM O SALDO EM
      * ABERTO E A PROVISAO DE CADA FAIXA DE ATRASO; A
      * REEXECUCAO DA MESMA COMPETENCIA REGRAVA OS
      * REGISTROS, E A COMPETENCIA ANTERIOR DA A PROVISAO
      * JA CONSTITUIDA PARA O AJUSTE DO MES
      * CHAVE.: PVD-CHAVE (COMPETENCIA + CLIENTE)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PVD-REGISTRO.
           02 PVD-CHAVE.
               03 PVD-COMPETENCIA PIC 9(06).
               03 PVD-CLI-CODIGO  PIC 9(06).
           02 PVD-DATA-GERACAO    PIC 9(08).
           02 PVD-FAIXA OCCURS 5 TIMES.
               03 PVD-SALDO-FAIXA PIC 9(09)V99.
               03 PVD-PROV-FAIXA  PIC 9(09)V99.
           02 PVD-SALDO-TOTAL     PIC 9(09)V99.
           02 PVD-PROV-TOTAL      PIC 9(09)V99.
           02 FILLER              PIC X(10).
