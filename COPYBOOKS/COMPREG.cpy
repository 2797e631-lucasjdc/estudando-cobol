      *****************************************************
      * COMPREG.CPY
      * LAYOUT DO REGISTRO DO ARQUIVO DIARIO DA COMPENSACAO
      * DE CHEQUES (ARQUIVO COMPENS) - UM CHEQUE DE NOSSOS
      * CORRENTISTAS APRESENTADO POR OUTRO BANCO, IMPORTADO
      * PELO PROGC152
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CMP-REGISTRO.
           02 CMP-BANCO-APRES  PIC 9(03).
           02 CMP-CONTA        PIC 9(06).
           02 CMP-NUMERO       PIC 9(06).
           02 CMP-VALOR        PIC 9(08)V99.
           02 CMP-DATA         PIC 9(08).
           02 FILLER           PIC X(47).
