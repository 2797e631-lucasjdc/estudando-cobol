      *****************************************************
      * FORNREG.CPY
      * LAYOUT DO REGISTRO DO CADASTRO DE FORNECEDORES
      * (ARQUIVO FORNECED) - CODIGO, RAZAO SOCIAL, CNPJ
      * (CRITICADO PELA VALIDCNPJ), ENDERECO/UF, CONDICAO
      * DE PAGAMENTO EM DIAS, PRAZO MEDIO DE ENTREGA EM
      * DIAS CORRIDOS E SITUACAO, MANTIDO PELO PROGCOB98;
      * O PEDIDO DE COMPRA (PROGCOB64) SO ACEITA
      * FORNECEDOR ATIVO E GRAVA O CODIGO EM PEDCPREG
      * CHAVE.: FOR-CODIGO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 FOR-REGISTRO.
           02 FOR-CODIGO        PIC 9(06).
           02 FOR-RAZAO-SOCIAL  PIC X(40).
           02 FOR-CNPJ          PIC 9(14).
           02 FOR-ENDERECO      PIC X(40).
           02 FOR-UF            PIC X(02).
           02 FOR-COND-PAGTO    PIC 9(03).
           02 FOR-PRAZO-ENTREGA PIC 9(03).
           02 FOR-STATUS        PIC X(01).
               88 FOR-ATIVO   VALUE 'A'.
               88 FOR-INATIVO VALUE 'I'.
           02 FILLER            PIC X(11).
