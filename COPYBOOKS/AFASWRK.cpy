      *****************************************************
      * AFASWRK.CPY
      * AREA DE TRABALHO DA ROTINA COMPARTILHADA AFASDIAS -
      * DIAS DE AFASTAMENTO DE UMA MATRICULA DENTRO DE UM
      * INTERVALO. O PROGRAMA MOVE A MATRICULA, O INICIO E
      * O FIM DO INTERVALO (O FIM NAO ENTRA - O MES VAI DO
      * DIA 1 AO DIA 1 DO MES SEGUINTE), EXECUTA
      * APURA-AFASTAMENTOS E RECEBE OS DIAS POR NATUREZA.
      * WRK-AFD-RETORNO-INSS TRAZ O MAIOR RETORNO DOS
      * AFASTAMENTOS COM DIAS DE INSS NO INTERVALO (ZEROS
      * COM WRK-AFD-AINDA-AFASTADO SE ALGUM NAO VOLTOU). O
      * PROGRAMA LIGA WRK-AFD-ARQ-ABERTO QUANDO CONSEGUE
      * ABRIR O ARQUIVO AFASTAMENTOS
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-AFD-AREA.
           02 WRK-AFD-ARQ-SW         PIC X(01) VALUE 'N'.
               88 WRK-AFD-ARQ-ABERTO VALUE 'S'.
           02 WRK-AFD-MATRICULA      PIC 9(06) VALUE ZEROS.
           02 WRK-AFD-INICIO         PIC 9(08) VALUE ZEROS.
           02 WRK-AFD-FIM            PIC 9(08) VALUE ZEROS.
           02 WRK-AFD-DIAS-EMPRESA   PIC 9(05) VALUE ZEROS.
           02 WRK-AFD-DIAS-INSS      PIC 9(05) VALUE ZEROS.
           02 WRK-AFD-DIAS-MATERN    PIC 9(05) VALUE ZEROS.
           02 WRK-AFD-DIAS-SEM-VENC  PIC 9(05) VALUE ZEROS.
           02 WRK-AFD-DIAS-REMUN     PIC 9(05) VALUE ZEROS.
           02 WRK-AFD-DIAS-TOTAL     PIC 9(05) VALUE ZEROS.
           02 WRK-AFD-RETORNO-INSS   PIC 9(08) VALUE ZEROS.
           02 WRK-AFD-AFASTADO-SW    PIC X(01) VALUE 'N'.
               88 WRK-AFD-AINDA-AFASTADO VALUE 'S'.
           02 WRK-AFD-FIM-ARQ        PIC X(01) VALUE 'N'.
               88 WRK-AFD-FIM-ARQ-OK VALUE 'S'.
           02 WRK-AFD-A1             PIC 9(08) VALUE ZEROS.
           02 WRK-AFD-A2             PIC 9(08) VALUE ZEROS.
           02 WRK-AFD-B1             PIC 9(08) VALUE ZEROS.
           02 WRK-AFD-B2             PIC 9(08) VALUE ZEROS.
           02 WRK-AFD-INICIO-INSS    PIC 9(08) VALUE ZEROS.
           02 WRK-AFD-FIM-AFAST      PIC 9(08) VALUE ZEROS.
           02 WRK-AFD-DIAS           PIC 9(05) VALUE ZEROS.
