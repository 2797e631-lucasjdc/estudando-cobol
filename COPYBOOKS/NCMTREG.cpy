      *****************************************************
      * NCMTREG.CPY
      * LAYOUT DO REGISTRO DA TABELA DE TRIBUTACAO POR
      * CLASSIFICACAO FISCAL DO PRODUTO (ARQUIVO TRIBNCM) -
      * ALIQUOTAS DE IPI, PIS E COFINS DO NCM E SE O IPI
      * ENTRA NA BASE DO ICMS, MANTIDA PELO PROGC120 E
      * APLICADA NO ITEM PELA ROTINA CALCTRIB. O NCM
      * 00000000 E A REGRA PADRAO, USADA PARA PRODUTO SEM
      * NCM OU COM NCM FORA DA TABELA
      * CHAVE.: NCM-CODIGO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 NCM-REGISTRO.
           02 NCM-CODIGO       PIC 9(08).
           02 NCM-DESCRICAO    PIC X(30).
           02 NCM-IPI-PERC     PIC 9(02)V99.
           02 NCM-PIS-PERC     PIC 9(02)V99.
           02 NCM-COFINS-PERC  PIC 9(02)V99.
           02 NCM-IPI-BASE-ICMS PIC X(01).
               88 NCM-IPI-NA-BASE VALUE 'S'.
           02 FILLER           PIC X(19).
