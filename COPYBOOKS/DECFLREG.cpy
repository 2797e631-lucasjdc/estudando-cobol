      *****************************************************
      * DECFLREG.CPY
      * LAYOUT DO ARQUIVO DA DECLARACAO MENSAL DA FOLHA AO
      * GOVERNO (ARQUIVO DECLFOLH) - LAYOUT FIXO DE 100
      * POSICOES: HEADER DO EMPREGADOR (TIPO 0) COM O
      * INDICADOR DE DECLARACAO ORIGINAL OU RETIFICADORA, UM
      * DETALHE POR EMPREGADO (TIPO 1) COM CPF, REMUNERACAO
      * BASE DE INSS E FGTS, INSS RETIDO E FGTS DEVIDO, E
      * TRAILER (TIPO 9) COM OS TOTAIS, INCLUSIVE O INSS
      * PATRONAL - GERADO PELO PROGC139
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 DCF-HEADER.
           02 DCF-H-TIPO        PIC X(01).
           02 DCF-H-LITERAL     PIC X(20).
           02 DCF-H-CNPJ        PIC 9(14).
           02 DCF-H-COMPETENCIA PIC 9(06).
           02 DCF-H-DATA        PIC 9(08).
           02 DCF-H-INDICADOR   PIC X(01).
               88 DCF-H-ORIGINAL     VALUE 'O'.
               88 DCF-H-RETIFICADORA VALUE 'R'.
           02 FILLER            PIC X(50).
       01 DCF-DETALHE.
           02 DCF-D-TIPO        PIC X(01).
           02 DCF-D-MATRICULA   PIC 9(06).
           02 DCF-D-CPF         PIC 9(11).
           02 DCF-D-NOME        PIC X(30).
           02 DCF-D-REMUNERACAO PIC 9(09)V99.
           02 DCF-D-INSS-RETIDO PIC 9(07)V99.
           02 DCF-D-FGTS        PIC 9(07)V99.
           02 FILLER            PIC X(23).
       01 DCF-TRAILER.
           02 DCF-T-TIPO        PIC X(01).
           02 DCF-T-QTD         PIC 9(06).
           02 DCF-T-REMUNERACAO PIC 9(11)V99.
           02 DCF-T-INSS-RETIDO PIC 9(11)V99.
           02 DCF-T-INSS-PATRONAL PIC 9(11)V99.
           02 DCF-T-FGTS        PIC 9(11)V99.
           02 FILLER            PIC X(41).
