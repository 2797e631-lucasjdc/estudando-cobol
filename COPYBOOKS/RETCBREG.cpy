      * TITULO), QUALQUER OUTRA E RELATADA COM O MOTIVO -
      * LIDO PELO PROGCOB56
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDA A PARCELA DO TITULO (BRANCO
      *                OU ZERO NO ARQUIVO DO BANCO = 01)
      *****************************************************
       01 RTC-REGISTRO.
           02 RTC-TIPO       PIC X(01).
               88 RTC-CONFIRMADO VALUE '02'.
               88 RTC-LIQUIDADO  VALUE '06'.
           02 RTC-MOTIVO     PIC X(30).
           02 RTC-PARCELA    PIC 9(02).
           02 FILLER         PIC X(20).
