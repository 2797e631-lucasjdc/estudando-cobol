      *****************************************************
      * PARMLMREG.CPY
      * LAYOUT DO REGISTRO DE PARAMETROS DA REVISAO
      * TRIMESTRAL DE LIMITE DE CREDITO (ARQUIVO PARMLIM) -
      * REGISTRO UNICO, LIDO NA ABERTURA DO PROGC117: NOTAS
      * DE CORTE PARA PROPOR AUMENTO, REDUCAO OU BLOQUEIO,
      * USO MINIMO DO LIMITE E QUANTIDADE MINIMA DE
      * PAGAMENTOS PARA O AUMENTO E OS PERCENTUAIS DE
      * AUMENTO E REDUCAO DO LIMITE
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PLM-REGISTRO.
           02 PLM-NOTA-AUMENTO  PIC 9(03).
           02 PLM-NOTA-REDUCAO  PIC 9(03).
           02 PLM-NOTA-BLOQUEIO PIC 9(03).
           02 PLM-PERC-USO      PIC 9(03).
           02 PLM-MIN-PAGTOS    PIC 9(03).
           02 PLM-PERC-AUMENTO  PIC 9(03)V99.
           02 PLM-PERC-REDUCAO  PIC 9(03)V99.
           02 FILLER            PIC X(55).
