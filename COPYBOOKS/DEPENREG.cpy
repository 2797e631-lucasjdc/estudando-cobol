      *****************************************************
      * DEPENREG.CPY
      * LAYOUT DO REGISTRO DE DEPENDENCIA (ARQUIVO
      * DEPENDEN) - UM REGISTRO POR DISCIPLINA EM QUE O
      * ALUNO FOI PROMOVIDO SEM APROVACAO, GRAVADO PELA
      * PROMOCAO DE FIM DE ANO (PROGCOB84) COM O ANO, O
      * CURSO E A SERIE DE ORIGEM; LISTADO NO HISTORICO
      * ESCOLAR (PROGCOB41)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 DPD-REGISTRO.
           02 DPD-MATRICULA      PIC 9(06).
           02 DPD-ANO            PIC 9(04).
           02 DPD-CURSO          PIC X(10).
           02 DPD-SERIE          PIC 9(02).
           02 DPD-DISCIPLINA     PIC X(04).
           02 DPD-DIS-NOME       PIC X(20).
           02 DPD-MEDIA          PIC 9(02)V9.
           02 DPD-SITUACAO       PIC X(01).
               88 DPD-PENDENTE   VALUE 'P'.
               88 DPD-CUMPRIDA   VALUE 'C'.
           02 FILLER             PIC X(05).
