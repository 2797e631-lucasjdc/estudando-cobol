      *****************************************************
      * CNPJWRK.CPY
      * AREA DE TRABALHO DA CRITICA DE CNPJ - CAMPOS USADOS
      * PELA ROTINA COMPARTILHADA VALIDCNPJ, NOS MOLDES DA
      * CPFWRK; O PROGRAMA MOVE O CNPJ PARA
      * WRK-CNPJ-NUMERO, EXECUTA VALIDA-CNPJ E TESTA O
      * SWITCH WRK-CNPJ-VALIDO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-CNPJ-AREA.
           02 WRK-CNPJ-NUMERO PIC 9(14) VALUE ZEROS.
           02 WRK-CNPJ-DIGITOS REDEFINES WRK-CNPJ-NUMERO.
               03 WRK-CNPJ-DIG PIC 9(01) OCCURS 14 TIMES.
           02 WRK-CNPJ-PESOS-LIT PIC 9(13) VALUE 6543298765432.
           02 WRK-CNPJ-PESOS REDEFINES WRK-CNPJ-PESOS-LIT.
               03 WRK-CNPJ-PESO PIC 9(01) OCCURS 13 TIMES.
           02 WRK-CNPJ-SOMA   PIC 9(04) VALUE ZEROS.
           02 WRK-CNPJ-RESTO  PIC 9(02) VALUE ZEROS.
           02 WRK-CNPJ-QUOC   PIC 9(04) VALUE ZEROS.
           02 WRK-CNPJ-DV1    PIC 9(01) VALUE ZEROS.
           02 WRK-CNPJ-DV2    PIC 9(01) VALUE ZEROS.
           02 WRK-CNPJ-IDX    PIC 9(02) VALUE ZEROS.
           02 WRK-CNPJ-IDX-PESO PIC 9(02) VALUE ZEROS.
           02 WRK-CNPJ-IGUAIS PIC X(01) VALUE 'N'.
           02 WRK-CNPJ-SW     PIC X(01) VALUE 'N'.
               88 WRK-CNPJ-VALIDO VALUE 'S'.
