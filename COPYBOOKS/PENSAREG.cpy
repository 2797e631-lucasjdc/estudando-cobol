      *****************************************************
      * PENSAREG.CPY
      * LAYOUT DO REGISTRO DE PENSAO ALIMENTICIA POR ORDEM
      * JUDICIAL (ARQUIVO PENSALIM) - UMA ORDEM POR
      * MATRICULA E SEQUENCIA (1 A 9), COM O PROCESSO, O
      * BENEFICIARIO E SEUS DADOS BANCARIOS E A REGRA DE
      * CALCULO: PERCENTUAL DO LIQUIDO (BRUTO MENOS INSS),
      * PERCENTUAL DO BRUTO OU VALOR FIXO, E SE INCIDE NO
      * 13O E NAS FERIAS. MANTIDO PELO PROGC140; DESCONTADO
      * PELA FOLHA (PROGCOB32), QUE GRAVA O CREDITO DO
      * BENEFICIARIO NO LIQPAGTO COM A SEQUENCIA DA ORDEM
      * CHAVE.: PNA-CHAVE (MATRICULA + SEQUENCIA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PNA-REGISTRO.
           02 PNA-CHAVE.
               03 PNA-MATRICULA PIC 9(06).
               03 PNA-SEQ       PIC 9(01).
           02 PNA-PROCESSO      PIC X(20).
           02 PNA-BENEF-NOME    PIC X(30).
           02 PNA-BENEF-CPF     PIC 9(11).
           02 PNA-BANCO         PIC 9(03).
           02 PNA-AGENCIA       PIC 9(04).
           02 PNA-CONTA         PIC 9(08).
           02 PNA-CONTA-DV      PIC X(01).
           02 PNA-REGRA         PIC X(01).
               88 PNA-PERC-LIQUIDO VALUE 'L'.
               88 PNA-PERC-BRUTO   VALUE 'B'.
               88 PNA-VALOR-FIXO   VALUE 'F'.
           02 PNA-PERCENTUAL    PIC 9(03)V99.
           02 PNA-VALOR         PIC 9(06)V99.
           02 PNA-INCIDE-13     PIC X(01).
               88 PNA-NO-13 VALUE 'S'.
           02 PNA-INCIDE-FERIAS PIC X(01).
               88 PNA-NAS-FERIAS VALUE 'S'.
           02 PNA-SITUACAO      PIC X(01).
               88 PNA-ATIVA     VALUE 'A'.
               88 PNA-ENCERRADA VALUE 'E'.
           02 PNA-DATA-INICIO   PIC 9(08).
           02 PNA-DATA-FIM      PIC 9(08).
           02 FILLER            PIC X(10).
