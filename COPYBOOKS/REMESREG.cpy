      * 2026-08-22 LC  INCLUIDO O TIPO DE FOLHA (M/1/2/F)
      *                NO DETALHE, DEVOLVIDO PELO BANCO NO
      *                RETORNO PARA LOCALIZAR O PAGAMENTO
      * 2026-10-15 LC  INCLUIDO O FAVORECIDO (ZERO = O
      *                EMPREGADO, 1 A 9 = BENEFICIARIO DE
      *                PENSAO ALIMENTICIA), DEVOLVIDO PELO
      *                BANCO NO RETORNO (AREA DO FILLER)
      *****************************************************
       01 REM-HEADER.
           02 REM-H-TIPO      PIC X(01).
           02 REM-D-VALOR     PIC 9(07)V99.
           02 REM-D-CPF       PIC 9(11).
           02 REM-D-TIPO-FOLHA PIC X(01).
           02 REM-D-FAVORECIDO PIC 9(01).
           02 FILLER          PIC X(35).
       01 REM-TRAILER.
           02 REM-T-TIPO      PIC X(01).
           02 REM-T-QTD       PIC 9(06).
