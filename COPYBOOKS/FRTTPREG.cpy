      *****************************************************
      * FRTTPREG.CPY
      * LAYOUT DO REGISTRO DA TABELA DE FRETE POR
      * TRANSPORTADORA E ZONA DE CEP (ARQUIVO FRETETRP) -
      * MULTIPLICADOR SOBRE O VALOR DO ITEM, TAXA FIXA POR
      * ITEM E PRAZO DE ENTREGA EM DIAS UTEIS DA
      * TRANSPORTADORA NA ZONA (MESMAS FAIXAS DE CEP DO
      * PROGCOB09); A TAXA DE PESO CONTINUA A DA TABELA DO
      * PEDIDO. MANTIDO PELO PROGC118
      * CHAVE.: FTP-CHAVE (TRANSPORTADORA + ZONA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 FTP-REGISTRO.
           02 FTP-CHAVE.
               03 FTP-TRP-CODIGO PIC 9(03).
               03 FTP-ZONA       PIC X(01).
           02 FTP-MULT-FRETE     PIC 9(01)V999.
           02 FTP-TAXA-ZONA      PIC 9(02)V99.
           02 FTP-PRAZO-DIAS     PIC 9(02).
           02 FILLER             PIC X(10).
