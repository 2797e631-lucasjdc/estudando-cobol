      *****************************************************
      * ACCTLREG.CPY
      * LAYOUT DO REGISTRO DE CONTROLE DE NUMERACAO DOS
      * ACORDOS DE RENEGOCIACAO (ARQUIVO ACCTRL) - REGISTRO
      * UNICO, CHAVE FIXA, NOS MOLDES DO APCTLREG
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 ACC-REGISTRO.
           02 ACC-CHAVE       PIC X(01).
           02 ACC-ULTIMO-NUM  PIC 9(06).
