      *****************************************************
      * CLILIMREG.CPY
      * LAYOUT DO REGISTRO DE HISTORICO DE LIMITE DE
      * CREDITO DE CLIENTE (ARQUIVO CLILIMH) - UM REGISTRO
      * POR ALTERACAO APROVADA NO PROGCOB93 (REVISAO DE
      * LIMITE PROPOSTA PELO PROGC117), COM O LIMITE
      * ANTERIOR, O NOVO, A SOLICITACAO DE ORIGEM E O
      * APROVADOR; O BLOQUEIO CONTINUA NO CLIBLOQH
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CLH-REGISTRO.
           02 CLH-CLI-CODIGO      PIC 9(06).
           02 CLH-DATA            PIC 9(08).
           02 CLH-ACAO            PIC X(01).
               88 CLH-AUMENTO VALUE 'A'.
               88 CLH-REDUCAO VALUE 'R'.
           02 CLH-LIMITE-ANTERIOR PIC 9(07)V99.
           02 CLH-LIMITE-NOVO     PIC 9(07)V99.
           02 CLH-APV-SEQ         PIC 9(06).
           02 CLH-APROVADOR       PIC X(06).
           02 CLH-MOTIVO          PIC X(30).
           02 FILLER              PIC X(05).
