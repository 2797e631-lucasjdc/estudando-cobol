      *****************************************************
      * FAIXAWRK.CPY
      * AREA DE TRABALHO DA VERIFICACAO DE FAIXA SALARIAL
      * (ROTINA COMPARTILHADA VERIFAIX) - O PROGRAMA MOVE O
      * CARGO, O NIVEL E O SALARIO, EXECUTA VERIFICA-FAIXA
      * E TESTA WRK-FXA-DENTRO, WRK-FXA-FORA (ABAIXO DO PISO
      * OU ACIMA DO TETO) OU WRK-FXA-SEM-CARGO (CARGO ZERADO,
      * INEXISTENTE OU INATIVO, OU NIVEL NAO DEFINIDO); O
      * TITULO E A FAIXA VOLTAM PARA EXIBICAO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-FXA-AREA-TRAB.
           02 WRK-CARGOS-ST      PIC X(02) VALUE SPACES.
           02 WRK-FXA-CARGO      PIC 9(04) VALUE ZEROS.
           02 WRK-FXA-NIVEL      PIC 9(01) VALUE ZEROS.
           02 WRK-FXA-SALARIO    PIC 9(07)V99 VALUE ZEROS.
           02 WRK-FXA-TITULO     PIC X(30) VALUE SPACES.
           02 WRK-FXA-MINIMO     PIC 9(06)V99 VALUE ZEROS.
           02 WRK-FXA-MAXIMO     PIC 9(06)V99 VALUE ZEROS.
           02 WRK-FXA-SW         PIC X(01) VALUE 'S'.
               88 WRK-FXA-DENTRO    VALUE 'D'.
               88 WRK-FXA-ABAIXO    VALUE 'B'.
               88 WRK-FXA-ACIMA     VALUE 'A'.
               88 WRK-FXA-FORA      VALUES 'B' 'A'.
               88 WRK-FXA-SEM-CARGO VALUE 'S'.
