      *****************************************************
      * DEPOSREG.CPY
      * LAYOUT DO REGISTRO DO CADASTRO DE DEPOSITOS
      * (ARQUIVO DEPOSITO) - CODIGO, NOME, AS ZONAS DE
      * ENTREGA POR CEP QUE O DEPOSITO ATENDE (ATE CINCO
      * CODIGOS DE ZONA DA TABELA DO PROGCOB09, EX. '12'
      * PARA AS ZONAS 1 E 2) E SITUACAO, MANTIDO PELO
      * PROGC106; A BAIXA DO PEDIDO SAI DO DEPOSITO QUE
      * ATENDE A ZONA DO CLIENTE (ROTINA ESCDEPOS)
      * CHAVE.: DEP-CODIGO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 DEP-REGISTRO.
           02 DEP-CODIGO      PIC 9(02).
           02 DEP-NOME        PIC X(30).
           02 DEP-ZONAS       PIC X(05).
           02 DEP-STATUS      PIC X(01).
               88 DEP-ATIVO   VALUE 'A'.
               88 DEP-INATIVO VALUE 'I'.
           02 FILLER          PIC X(12).
