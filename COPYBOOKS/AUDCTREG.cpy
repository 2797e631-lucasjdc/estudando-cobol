      *****************************************************
      * AUDCTREG.CPY
      * LAYOUT DO REGISTRO DE CONTROLE DA NUMERACAO DA
      * TRILHA DE AUDITORIA (ARQUIVO AUDCTRL) - REGISTRO
      * UNICO, CHAVE FIXA '1', NOS MOLDES DO APCTLREG: O
      * ULTIMO NUMERO SEQUENCIAL ENTREGUE E O VERIFICADOR
      * DO ULTIMO REGISTRO, PONTO DE PARTIDA DO PROXIMO ELO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 ATC-REGISTRO.
           02 ATC-CHAVE         PIC X(01).
           02 ATC-ULTIMA-SEQ    PIC 9(10).
           02 ATC-ULTIMO-VERIF  PIC 9(09).
           02 ATC-DATA-ULTIMA   PIC 9(08).
           02 ATC-HORA-ULTIMA   PIC 9(06).
