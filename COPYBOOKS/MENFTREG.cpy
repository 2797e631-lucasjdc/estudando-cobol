      *****************************************************
      * MENFTREG.CPY
      * LAYOUT DO REGISTRO DE FATURAMENTO DE MENSALIDADE
      * (ARQUIVO MENFATUR) - UM REGISTRO POR ALUNO FATURADO
      * PELO PROGCOB82 NA COMPETENCIA, COM O VALOR CHEIO DA
      * TABELA, O DESCONTO DAS BOLSAS (TOTAL E POR TIPO) E
      * O LIQUIDO QUE FOI PARA O TITULO; BOLSA INTEGRAL NAO
      * GERA TITULO (NUMERO ZERO). BASE DO RELATORIO MENSAL
      * DE DESCONTOS POR TIPO E CURSO (PROGC146)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 MFT-REGISTRO.
           02 MFT-COMPETENCIA    PIC 9(06).
           02 MFT-MATRICULA      PIC 9(06).
           02 MFT-CURSO          PIC X(10).
           02 MFT-SERIE          PIC 9(02).
           02 MFT-TITULO         PIC 9(08).
           02 MFT-VALOR-BRUTO    PIC 9(06)V99.
           02 MFT-DESCONTO       PIC 9(06)V99.
           02 MFT-VALOR-LIQUIDO  PIC 9(06)V99.
           02 MFT-DESC-MERITO    PIC 9(06)V99.
           02 MFT-DESC-SOCIAL    PIC 9(06)V99.
           02 MFT-DESC-IRMAO     PIC 9(06)V99.
           02 MFT-DESC-FILHO     PIC 9(06)V99.
           02 FILLER             PIC X(06).
