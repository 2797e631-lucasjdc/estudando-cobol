      * ULTIMA CARTA EMITIDA E A DATA, PARA QUE UM CLIENTE
      * NUNCA RECEBA A MESMA CARTA DUAS VEZES E A
      * ESCALADA RESPEITE OS DIAS PARAMETRIZADOS
      * CHAVE.: CBR-CHAVE (NF + PARCELA)
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDA A PARCELA NA CHAVE - CADA
      *                PARCELA DA NF TEM A SUA PROPRIA
      *                ESCALADA DE COBRANCA
      *****************************************************
       01 CBR-REGISTRO.
           02 CBR-CHAVE.
               03 CBR-NUM-NF  PIC 9(08).
               03 CBR-PARCELA PIC 9(02).
           02 CBR-ESTAGIO    PIC 9(01).
               88 CBR-PRIMEIRO-AVISO VALUE 1.
               88 CBR-SEGUNDO-AVISO  VALUE 2.
               88 CBR-COBRANCA-FINAL VALUE 3.
           02 CBR-DATA-CARTA PIC 9(08).
           02 FILLER         PIC X(03).
