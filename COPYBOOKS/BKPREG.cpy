      * (ARQUIVOS COM CHAVE ALFABETICA USAM HASH ZERO E A
      * CONFERENCIA FICA PELA CONTAGEM)
      * 2026-08-22 LC  CRIACAO
      * 2026-10-15 LC  IMAGEM AMPLIADA PARA 250 POSICOES (O
      *                ITEM DE PEDIDO PASSOU DE 200 COM OS
      *                TRIBUTOS); BACKUP ANTIGO, MAIS CURTO,
      *                CONTINUA RECARREGANDO
      *****************************************************
       01 BKP-HEADER.
           02 BKP-H-TIPO    PIC X(01).
           02 BKP-H-ARQUIVO PIC X(08).
           02 BKP-H-DATA    PIC 9(08).
           02 FILLER        PIC X(234).
       01 BKP-DETALHE.
           02 BKP-D-TIPO    PIC X(01).
           02 BKP-D-IMAGEM  PIC X(250).
       01 BKP-TRAILER.
           02 BKP-T-TIPO    PIC X(01).
           02 BKP-T-QTD     PIC 9(08).
           02 BKP-T-HASH    PIC 9(15).
           02 FILLER        PIC X(227).
