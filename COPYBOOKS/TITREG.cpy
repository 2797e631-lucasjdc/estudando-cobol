      * (TIPO F) E UMA NOTA DE CREDITO POR DEVOLUCAO
      * PROCESSADA PELO PROGCOB21 (TIPO C, ABATE SALDO DO
      * CLIENTE)
      * CHAVE.: TIT-CHAVE (TIPO DO DOCUMENTO + NUMERO +
      *         PARCELA)
      * 2026-08-22 LC  CRIACAO
      * 2026-09-02 LC  INCLUIDO O STATUS CANCELADO, GRAVADO
      *                PELO CANCELAMENTO DE NF DO PROGCOB59
      *                (TITULO SAI DO CONTAS A RECEBER SEM
      *                PASSAR POR BAIXA)
      * 2026-10-15 LC  INCLUIDA A PARCELA NA CHAVE - A NF
      *                FATURADA COM CONDICAO DE PAGAMENTO
      *                (CONDPREG) GERA UM TITULO POR
      *                PARCELA; NOTA DE CREDITO, MENSALIDADE
      *                E NF SEM CONDICAO TEM PARCELA 01. O
      *                ARQUIVO EXISTENTE DEVE SER
      *                CONVERTIDO COM PARCELA 01 (A CHAVE
      *                MUDOU DE POSICAO)
      * 2026-10-15 LC  INCLUIDO O TIPO E - TITULO DE
      *                ENCARGOS (MULTA E JUROS DE MORA NAO
      *                PAGOS NA BAIXA), COM O NUMERO E A
      *                PARCELA DA NF DE ORIGEM (ENCARGOS)
      * 2026-10-15 LC  INCLUIDO O STATUS BAIXADO POR PERDA,
      *                GRAVADO NA APROVACAO DA BAIXA (PROGC114
      *                SOLICITA, PROGCOB93 APROVA) - O TITULO
      *                SAI DO AGING, DA EXPOSICAO E DA PDD COM
      *                O SALDO PERDIDO; PAGAMENTO POSTERIOR E
      *                RECUPERACAO
      * 2026-10-15 LC  INCLUIDOS O TIPO A - PARCELA DE
      *                ACORDO DE RENEGOCIACAO (NUMERO DO
      *                ACORDO + PARCELA, PROGC115) - E O
      *                STATUS RENEGOCIADO DO TITULO DE ORIGEM
      *                DO ACORDO, QUE SAI DO AGING, DA
      *                EXPOSICAO E DA PDD COM O SALDO DA
      *                DATA DO ACORDO. NO TITULO RENEGOCIADO
      *                E NA PARCELA DO ACORDO A REFERENCIA
      *                (TIT-ACORDO-REF) GUARDA O NUMERO DO
      *                ACORDO
      *****************************************************
       01 TIT-REGISTRO.
           02 TIT-CHAVE.
               03 TIT-TIPO-DOC  PIC X(01).
                   88 TIT-FATURA  VALUE 'F'.
                   88 TIT-CREDITO VALUE 'C'.
                   88 TIT-ENCARGO VALUE 'E'.
                   88 TIT-ACORDO  VALUE 'A'.
               03 TIT-NUMERO    PIC 9(08).
               03 TIT-PARCELA   PIC 9(02).
           02 TIT-CLI-CODIGO    PIC 9(06).
           02 TIT-VALOR         PIC 9(07)V99.
           02 TIT-SALDO         PIC 9(07)V99.
               88 TIT-ABERTO    VALUE 'A'.
               88 TIT-LIQUIDADO VALUE 'L'.
               88 TIT-CANCELADO VALUE 'C'.
               88 TIT-BAIXADO-PERDA VALUE 'P'.
               88 TIT-RENEGOCIADO VALUE 'R'.
           02 TIT-NF-REF        PIC 9(08).
           02 TIT-ACORDO-REF REDEFINES TIT-NF-REF PIC 9(08).
           02 FILLER            PIC X(03).
