      *****************************************************
      * TRANSPREG.CPY
      * LAYOUT DO REGISTRO DO CADASTRO DE TRANSPORTADORAS
      * (ARQUIVO TRANSPOR) - CODIGO, NOME, FORNECEDOR QUE
      * RECEBE O TITULO DA FATURA DE FRETE (FORNREG) E
      * SITUACAO, MANTIDO PELO PROGC118; AS TAXAS POR ZONA
      * DE CEP FICAM NO FRETETRP (FRTTPREG) E SO
      * TRANSPORTADORA ATIVA E ESCOLHIDA NO PEDIDO
      * CHAVE.: TRP-CODIGO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 TRP-REGISTRO.
           02 TRP-CODIGO      PIC 9(03).
           02 TRP-NOME        PIC X(30).
           02 TRP-FOR-CODIGO  PIC 9(06).
           02 TRP-STATUS      PIC X(01).
               88 TRP-ATIVA   VALUE 'A'.
               88 TRP-INATIVA VALUE 'I'.
           02 FILLER          PIC X(20).
