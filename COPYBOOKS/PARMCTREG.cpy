      *****************************************************
      * PARMCTREG.CPY
      * LAYOUT DO REGISTRO DE PARAMETROS DO CADASTRO DE
      * CONTAS (ARQUIVO PARMCONT) - REGISTRO UNICO, LIDO NA
      * ABERTURA DO PROGC150, COM O PRAZO EM MESES SEM
      * MOVIMENTO PARA A CONTA ATIVA FICAR DORMENTE
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PCT-REGISTRO.
           02 PCT-MESES-DORMENCIA PIC 9(03).
           02 FILLER              PIC X(77).
