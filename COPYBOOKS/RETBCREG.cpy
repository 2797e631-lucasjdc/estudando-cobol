      * 2026-08-22 LC  INCLUIDO O TIPO DE FOLHA (M/1/2/F),
      *                ECOADO DA REMESSA, PARA LOCALIZAR O
      *                PAGAMENTO NA BAIXA
      * 2026-10-15 LC  INCLUIDO O FAVORECIDO (ZERO = O
      *                EMPREGADO, 1 A 9 = BENEFICIARIO DE
      *                PENSAO ALIMENTICIA), ECOADO DA REMESSA
      *****************************************************
       01 RET-REGISTRO.
           02 RET-TIPO       PIC X(01).
               88 RET-ACATADO VALUE '00'.
           02 RET-MOTIVO     PIC X(30).
           02 RET-TIPO-FOLHA PIC X(01).
           02 RET-FAVORECIDO PIC 9(01).
           02 FILLER         PIC X(22).
