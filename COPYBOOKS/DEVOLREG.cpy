      * CONTRATADO DE CHEQUE ESPECIAL, NAO LANCADO PELO
      * PROGCOB06 E DEVOLVIDO COM CODIGO DE MOTIVO
      * 2026-08-22 LC  CRIACAO
      * 2026-10-15 LC  MOTIVOS 02 (CONTA BLOQUEADA), 03
      *                (CONTA ENCERRADA) E 04 (CONTA NAO
      *                ABERTA NO CADASTRO DE CONTAS), QUE
      *                DEVOLVEM TAMBEM CREDITO - O TIPO DO
      *                MOVIMENTO VEIO DO FILLER (BRANCO NOS
      *                REGISTROS ANTIGOS VALE DEBITO)
      *****************************************************
       01 DVL-REGISTRO.
           02 DVL-CONTA     PIC 9(06).
           02 DVL-DATA      PIC 9(08).
           02 DVL-VALOR     PIC 9(08)V99.
           02 DVL-MOTIVO    PIC X(02).
               88 DVL-SEM-LIMITE      VALUE '01'.
               88 DVL-CONTA-BLOQUEADA VALUE '02'.
               88 DVL-CONTA-ENCERRADA VALUE '03'.
               88 DVL-CONTA-NAO-ABERTA VALUE '04'.
           02 DVL-HISTORICO PIC X(20).
           02 DVL-DOCUMENTO PIC X(08).
           02 DVL-TIPO      PIC X(01).
               88 DVL-DEBITO  VALUES 'D' ' '.
               88 DVL-CREDITO VALUE 'C'.
           02 FILLER        PIC X(04).
