      *****************************************************
      * AFASTREG.CPY
      * LAYOUT DO REGISTRO DE AFASTAMENTO DO EMPREGADO
      * (ARQUIVO AFASTAM) - UM REGISTRO POR MATRICULA E
      * DATA DE INICIO, MANTIDO PELO PROGC133. A DATA DE
      * RETORNO E O PRIMEIRO DIA DE VOLTA AO TRABALHO;
      * ZEROS = AINDA AFASTADO. TIPOS:
      *   D - DOENCA E A - ACIDENTE DE TRABALHO: OS 15
      *       PRIMEIROS DIAS SAO PAGOS PELA EMPRESA, DO 16O
      *       EM DIANTE PELO INSS (FORA DA FOLHA); MAIS DE
      *       180 DIAS DE INSS NO PERIODO AQUISITIVO FAZEM
      *       PERDER AS FERIAS DO PERIODO (PROGCOB74)
      *   M - LICENCA-MATERNIDADE: PAGA NA FOLHA COMO
      *       SALARIO-MATERNIDADE, CONTA PARA AS FERIAS
      *   N - LICENCA NAO REMUNERADA: DIAS SEM SALARIO E
      *       PERIODO AQUISITIVO SUSPENSO (PRORROGADO)
      *   R - LICENCA REMUNERADA: SALARIO NORMAL, SEM
      *       EFEITO NA FOLHA OU NAS FERIAS
      * CHAVE.: AFA-CHAVE (MATRICULA + DATA DE INICIO)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 AFA-REGISTRO.
           02 AFA-CHAVE.
               03 AFA-MATRICULA     PIC 9(06).
               03 AFA-DATA-INICIO   PIC 9(08).
           02 AFA-TIPO              PIC X(01).
               88 AFA-DOENCA        VALUE 'D'.
               88 AFA-ACIDENTE      VALUE 'A'.
               88 AFA-MATERNIDADE   VALUE 'M'.
               88 AFA-NAO-REMUNERADA VALUE 'N'.
               88 AFA-REMUNERADA    VALUE 'R'.
               88 AFA-COBERTO-INSS  VALUES 'D' 'A'.
               88 AFA-TIPO-VALIDO   VALUES 'D' 'A' 'M' 'N' 'R'.
           02 AFA-RETORNO-PREVISTO  PIC 9(08).
           02 AFA-DATA-RETORNO      PIC 9(08).
           02 AFA-OBSERVACAO        PIC X(30).
           02 AFA-DATA-REGISTRO     PIC 9(08).
           02 AFA-OPERADOR          PIC X(06).
           02 FILLER                PIC X(10).
