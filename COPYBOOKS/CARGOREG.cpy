      *****************************************************
      * CARGOREG.CPY
      * LAYOUT DO REGISTRO DO CADASTRO DE CARGOS E SALARIOS
      * (ARQUIVO CARGOS) - TITULO, CODIGO CBO DA OCUPACAO E
      * A FAIXA SALARIAL (MINIMO/MAXIMO) DE CADA NIVEL DO
      * CARGO; MANTIDO PELO PROGC141 E CONSULTADO PELA
      * ROTINA COMPARTILHADA VERIFAIX NAS ALTERACOES DE
      * SALARIO (PROGCOB31/PROGCOB93)
      * CHAVE.: CRG-CODIGO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CRG-REGISTRO.
           02 CRG-CODIGO      PIC 9(04).
           02 CRG-TITULO      PIC X(30).
           02 CRG-CBO         PIC 9(06).
           02 CRG-SITUACAO    PIC X(01).
               88 CRG-ATIVO   VALUES 'A' ' '.
               88 CRG-INATIVO VALUE 'I'.
           02 CRG-QTD-NIVEIS  PIC 9(01).
           02 CRG-FAIXA OCCURS 5 TIMES.
               03 CRG-SAL-MINIMO PIC 9(06)V99.
               03 CRG-SAL-MAXIMO PIC 9(06)V99.
           02 FILLER          PIC X(10).
