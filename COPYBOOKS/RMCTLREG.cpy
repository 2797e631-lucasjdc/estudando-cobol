      *****************************************************
      * RMCTLREG.CPY
      * LAYOUT DO REGISTRO DE CONTROLE DA CAMPANHA DE
      * REMATRICULA (ARQUIVO RMTCTRL) - UM REGISTRO POR ANO
      * LETIVO COM RESERVAS GERADAS PELO PROGC147; UMA
      * SEGUNDA GERACAO DO MESMO ANO E RECUSADA, NOS MOLDES
      * DA TRAVA PROMCTRL. COM A CAMPANHA DO ANO ABERTA, O
      * ALUNO NOVO ENTRA PELA LISTA DE ESPERA E NAO PELA
      * MATRICULA DIRETA DO PROGCOB39
      * CHAVE.: RMC-ANO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 RMC-REGISTRO.
           02 RMC-ANO           PIC 9(04).
           02 RMC-DATA-GERACAO  PIC 9(08).
           02 RMC-PRAZO         PIC 9(08).
           02 RMC-QTD-RESERVAS  PIC 9(05).
           02 FILLER            PIC X(05).
