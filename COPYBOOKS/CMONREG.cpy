      *****************************************************
      * CMONREG.CPY
      * AREA DE PARAMETROS DO MODULO DE CORRECAO MONETARIA
      * (PROGC157) - O CHAMADOR INFORMA O INDICE (IPCA,
      * SELIC OU IGPM), O PERIODO E O VALOR; O MODULO
      * DEVOLVE O FATOR DE CORRECAO (8 CASAS), O VALOR
      * CORRIGIDO, A CORRECAO E O CODIGO DE RETORNO. O
      * PERIODO CONTA DA DATA INICIAL ATE A DATA FINAL EM
      * DIAS CORRIDOS, COM O MES INCOMPLETO PRO RATA DIE
      * (TAXA DO MES ELEVADA A DIAS NO MES / DIAS DO MES).
      * NO RETORNO 3 A COMPETENCIA SEM TAXA VEM EM
      * CMO-COMPET-FALTANTE
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CMO-PARAMETROS.
           02 CMO-INDICE          PIC X(05).
           02 CMO-DATA-INICIAL    PIC 9(08).
           02 CMO-DATA-FINAL      PIC 9(08).
           02 CMO-VALOR-ORIGINAL  PIC 9(11)V99.
           02 CMO-FATOR           PIC 9(05)V9(08).
           02 CMO-VALOR-CORRIGIDO PIC 9(11)V99.
           02 CMO-VALOR-CORRECAO  PIC S9(11)V99.
           02 CMO-COMPET-FALTANTE PIC 9(06).
           02 CMO-RETORNO         PIC X(01).
               88 CMO-OK               VALUE '0'.
               88 CMO-DATA-INVALIDA    VALUE '1'.
               88 CMO-INDICE-INVALIDO  VALUE '2'.
               88 CMO-MES-SEM-TAXA     VALUE '3'.
               88 CMO-PERIODO-INVALIDO VALUE '4'.
               88 CMO-TABELA-AUSENTE   VALUE '5'.
