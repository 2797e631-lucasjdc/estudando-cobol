      * 2026-08-22 LC  INCLUIDO O LIMITE DE CREDITO DO
      *                CLIENTE (ZERO = SEM LIMITE DEFINIDO)
      * 2026-08-22 LC  INCLUIDO O CPF (CRITICA VALIDCPF)
      * 2026-10-15 LC  INCLUIDA A CONDICAO DE PAGAMENTO
      *                PADRAO DO CLIENTE (CONDPREG), NO
      *                LUGAR DO FILLER - ZERO = SEM CONDICAO,
      *                VENCIMENTO UNICO INFORMADO NO
      *                FATURAMENTO
      * 2026-10-15 LC  INCLUIDA A TRANSPORTADORA PREFERIDA
      *                DO CLIENTE (TRANSPREG) - ZERO = SEM
      *                PREFERENCIA, O PEDIDO VAI PELA MAIS
      *                BARATA DA ZONA (O REGISTRO CRESCEU -
      *                ARQUIVOS EXISTENTES PRECISAM DE
      *                RECARGA COM A TRANSPORTADORA ZERO)
      *****************************************************
       01 CLI-REGISTRO.
           02 CLI-CODIGO    PIC 9(06).
               88 CLI-INATIVO           VALUE 'I'.
           02 CLI-LIMITE-CREDITO PIC 9(07)V99.
           02 CLI-CPF       PIC 9(11).
           02 CLI-COND-PAGTO PIC 9(02).
           02 CLI-TRANSP-PREF PIC 9(03).
