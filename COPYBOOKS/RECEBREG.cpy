      * COM O VENCIMENTO ORIGINAL DO TITULO PARA O
      * RELATORIO DE COMPORTAMENTO DE PAGAMENTO (PROGCOB54)
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDA A PARCELA DO TITULO BAIXADO
      * 2026-10-15 LC  INCLUIDOS O TIPO DO TITULO BAIXADO E
      *                A MULTA E OS JUROS DE MORA RECEBIDOS,
      *                SEPARADOS DO PRINCIPAL (RCB-VALOR E O
      *                QUE ABATEU O SALDO DO TITULO) - O
      *                REGISTRO CRESCEU; NOS ANTIGOS OS
      *                CAMPOS NOVOS VEM EM BRANCO
      * 2026-10-15 LC  INCLUIDA A ORIGEM DO RECEBIMENTO -
      *                R = RECUPERACAO DE TITULO BAIXADO POR
      *                PERDA (NAO E RECEBIMENTO NORMAL DO
      *                CONTAS A RECEBER); BRANCO = PAGAMENTO
      *****************************************************
       01 RCB-REGISTRO.
           02 RCB-NUM-NF      PIC 9(08).
               88 RCB-PARCIAL VALUE 'P'.
               88 RCB-TOTAL   VALUE 'T'.
           02 RCB-DATA-VENCTO PIC 9(08).
           02 RCB-PARCELA     PIC 9(02).
           02 RCB-TIPO-DOC    PIC X(01).
           02 RCB-VALOR-MULTA PIC 9(07)V99.
           02 RCB-VALOR-JUROS PIC 9(07)V99.
           02 RCB-ORIGEM      PIC X(01).
               88 RCB-RECUPERACAO VALUE 'R'.
           02 FILLER          PIC X(01).
