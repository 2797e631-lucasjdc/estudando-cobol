      *****************************************************
      * CPGCTREG.CPY
      * LAYOUT DO REGISTRO DE CONTROLE DE NUMERACAO DOS
      * TITULOS DO CONTAS A PAGAR (ARQUIVO CPGCTRL) -
      * REGISTRO UNICO, CHAVE FIXA, NOS MOLDES DO NFCTLREG
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CPC-REGISTRO.
           02 CPC-CHAVE       PIC X(01).
           02 CPC-ULTIMO-NUM  PIC 9(08).
