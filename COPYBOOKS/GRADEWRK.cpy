      *****************************************************
      * GRADEWRK.CPY
      * AREA DE TRABALHO DA CARGA DA GRADE CURRICULAR
      * (ROTINA COMPARTILHADA CARGRADE) - O PROGRAMA MOVE O
      * CURSO E A SERIE DO ALUNO, EXECUTA CARREGA-GRADE E
      * TESTA WRK-GRD-ENCONTRADA; AS DISCIPLINAS VEM NA
      * TABELA WRK-GRD-DISCIPLINA, COM ESPACO PARA A NOTA,
      * A FREQUENCIA E A SITUACAO APURADAS PELO PROGRAMA
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-GRD-AREA-TRAB.
           02 WRK-CURRICULO-ST   PIC X(02) VALUE SPACES.
           02 WRK-GRD-CURSO      PIC X(10) VALUE SPACES.
           02 WRK-GRD-SERIE      PIC 9(02) VALUE ZEROS.
           02 WRK-GRD-QTD        PIC 9(02) VALUE ZEROS.
           02 WRK-GRD-SW         PIC X(01) VALUE 'N'.
               88 WRK-GRD-ENCONTRADA VALUE 'S'.
               88 WRK-GRD-AUSENTE    VALUE 'N'.
           02 WRK-GRD-DISCIPLINA OCCURS 15 TIMES
              INDEXED BY WRK-IDX-GRD.
               03 WRK-GRD-CODIGO   PIC X(04).
               03 WRK-GRD-NOME     PIC X(20).
               03 WRK-GRD-CARGA    PIC 9(02).
               03 WRK-GRD-NOTA     PIC 9(02)V9.
               03 WRK-GRD-FREQ     PIC 9(03).
               03 WRK-GRD-SITUACAO PIC X(15).
