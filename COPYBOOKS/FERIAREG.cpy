      * PERIODO EM ABERTO E MARCA O GOZO AO PAGAR
      * CHAVE.: FER-CHAVE (MATRICULA + INICIO AQUISITIVO)
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDOS OS DIAS DE SUSPENSAO POR
      *                LICENCA NAO REMUNERADA (O FIM DO
      *                PERIODO E PRORROGADO) E A SITUACAO
      *                PERDIDO (MAIS DE 180 DIAS DE INSS NO
      *                PERIODO - AFASTREG)
      *****************************************************
       01 FER-REGISTRO.
           02 FER-CHAVE.
               88 FER-ABERTO    VALUE 'A'.
               88 FER-PLANEJADO VALUE 'P'.
               88 FER-GOZADO    VALUE 'G'.
               88 FER-PERDIDO   VALUE 'X'.
           02 FER-DIAS-SUSPENSO  PIC 9(03).
           02 FILLER             PIC X(02).
