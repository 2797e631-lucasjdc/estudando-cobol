      *****************************************************
      * ENTRGREG.CPY
      * LAYOUT DO REGISTRO DE ENDERECOS DE ENTREGA DO
      * CLIENTE (ARQUIVO ENDENTRG) - UM CLIENTE PODE TER
      * VARIOS LOCAIS DE ENTREGA (FILIAIS, OBRAS, DEPOSITOS)
      * ALEM DO ENDERECO DO CADASTRO; MANTIDO PELA OPCAO 6
      * DO PROGCOB16 E ESCOLHIDO NA ENTRADA DO PEDIDO PELO
      * PROGCOB09. A SEQUENCIA 00 E RESERVADA AO ENDERECO
      * DO CADASTRO (CLIREG) E NAO E GRAVADA AQUI
      * CHAVE.: ENT-CHAVE (CLIENTE + SEQUENCIA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 ENT-REGISTRO.
           02 ENT-CHAVE.
               03 ENT-CLI-CODIGO PIC 9(06).
               03 ENT-SEQ        PIC 9(02).
           02 ENT-ENDERECO  PIC X(40).
           02 ENT-CEP       PIC 9(08).
           02 ENT-CONTATO   PIC X(30).
           02 ENT-STATUS    PIC X(01).
               88 ENT-ATIVO   VALUE 'A'.
               88 ENT-INATIVO VALUE 'I'.
           02 FILLER        PIC X(13).
