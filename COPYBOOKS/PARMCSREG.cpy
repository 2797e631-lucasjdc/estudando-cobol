      *****************************************************
      * PARMCSREG.CPY
      * LAYOUT DO REGISTRO DE PARAMETROS DO CENSO ESCOLAR
      * (ARQUIVO PARMCENS) - REGISTRO UNICO COM A
      * IDENTIFICACAO DA ESCOLA NO CENSO (CODIGO INEP, NOME,
      * MUNICIPIO PELO CODIGO IBGE E UF), LIDO PELO PROGC148
      * PARA O REGISTRO DE CABECALHO DO ARQUIVO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PCE-REGISTRO.
           02 PCE-CODIGO-INEP   PIC 9(08).
           02 PCE-NOME-ESCOLA   PIC X(40).
           02 PCE-MUNICIPIO     PIC 9(07).
           02 PCE-UF            PIC X(02).
           02 FILLER            PIC X(23).
