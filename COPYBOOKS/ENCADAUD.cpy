      *****************************************************
      * ENCADAUD.CPY
      * ROTINA COMPARTILHADA DO VERIFICADOR ENCADEADO DA
      * TRILHA DE AUDITORIA, NO ESPIRITO DA ESCDEPOS - USAR
      * COM A AREA ENCADWRK. PARTINDO DO VERIFICADOR DO
      * REGISTRO ANTERIOR, CADA BYTE DA IMAGEM E SOMADO A
      * SUA POSICAO E AO ACUMULADO MULTIPLICADO POR 263,
      * TUDO MODULO 999999937 (PRIMO): ALTERAR QUALQUER
      * BYTE, RETIRAR OU INSERIR UM REGISTRO MUDA O ELO
      * DALI EM DIANTE. USADA PELO PROGC131 NA GRAVACAO E
      * PELO PROGC132 NA CONFERENCIA - O CALCULO TEM DE SER
      * O MESMO NOS DOIS
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       CALCULA-VERIFICADOR.
           MOVE WRK-AUC-ANTERIOR TO WRK-AUC-VERIFICADOR.
           MOVE LOW-VALUE TO WRK-AUC-BYTE-ALTO.
           PERFORM ENCADEIA-BYTE
               VARYING WRK-AUC-POS FROM 1 BY 1
               UNTIL WRK-AUC-POS > 96.

       ENCADEIA-BYTE.
           MOVE WRK-AUC-IMAGEM (WRK-AUC-POS:1) TO WRK-AUC-BYTE.
           COMPUTE WRK-AUC-PRODUTO =
               WRK-AUC-VERIFICADOR * 263
               + WRK-AUC-BYTE-NUM + WRK-AUC-POS.
           DIVIDE WRK-AUC-PRODUTO BY 999999937
               GIVING WRK-AUC-QUOCIENTE
               REMAINDER WRK-AUC-VERIFICADOR.
