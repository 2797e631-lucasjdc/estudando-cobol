      *                DA MESMA DATA NAO SE SOBREPOEM MAIS
      *                (ARQUIVOS EXISTENTES PRECISAM DE
      *                RECARGA)
      * 2026-10-15 LC  INCLUIDO O FAVORECIDO NA CHAVE - ZERO
      *                E O PROPRIO EMPREGADO, 1 A 9 E O
      *                BENEFICIARIO DA ORDEM DE PENSAO
      *                ALIMENTICIA DE MESMA SEQUENCIA
      *                (PENSALIM), PAGO NA MESMA REMESSA
      *                (AREA TOMADA DO FILLER; ARQUIVOS
      *                EXISTENTES PRECISAM DE RECARGA)
      *****************************************************
       01 LIQ-REGISTRO.
           02 LIQ-CHAVE.
               03 LIQ-MATRICULA  PIC 9(06).
               03 LIQ-DATA       PIC 9(08).
               03 LIQ-TIPO-FOLHA PIC X(01).
               03 LIQ-FAVORECIDO PIC 9(01).
           02 LIQ-BANCO     PIC 9(03).
           02 LIQ-AGENCIA   PIC 9(04).
           02 LIQ-CONTA     PIC 9(08).
               88 LIQ-EFETIVADO VALUE 'E'.
               88 LIQ-REJEITADO VALUE 'R'.
           02 LIQ-CPF       PIC 9(11).
           02 FILLER        PIC X(03).
