      *                PELO PROGCOB31, COM TRANSFERENCIAS
      *                NO HISTORICO CCUSTHIS) - ARQUIVOS
      *                EXISTENTES PRECISAM DE RECARGA
      * 2026-10-15 LC  INCLUIDOS O CARGO E O NIVEL (CADASTRO
      *                CARGOS, FAIXA SALARIAL CONFERIDA NAS
      *                ALTERACOES DE SALARIO; MUDANCAS NO
      *                HISTORICO CARGOHIS PELO PROGCOB31) -
      *                ARQUIVOS EXISTENTES PRECISAM DE RECARGA
      *                COM CARGO E NIVEL ZERADOS
      *****************************************************
       01 EMP-REGISTRO.
           02 EMP-MATRICULA      PIC 9(06).
           02 EMP-CONTA-DV       PIC X(01).
           02 EMP-CPF            PIC 9(11).
           02 EMP-CCUSTO         PIC 9(04).
           02 EMP-CARGO          PIC 9(04).
           02 EMP-NIVEL          PIC 9(01).
           02 FILLER             PIC X(02).
