      *****************************************************
      * PROMALREG.CPY
      * LAYOUT DO REGISTRO DE RESULTADO DA PROMOCAO POR
      * ALUNO (ARQUIVO PROMOALU) - GRAVADO PELO PROGCOB84
      * PARA CADA ALUNO ATIVO DO ANO ENCERRADO, COM O
      * DESTINO (PROMOVIDO, RETIDO OU BLOQUEADO), A TURMA
      * DO ANO ENCERRADO E O CURSO/SERIE DO ANO SEGUINTE
      * (JA AVANCADA PARA O PROMOVIDO); BASE DA RESERVA DE
      * VAGAS DA REMATRICULA (PROGC147)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PRA-REGISTRO.
           02 PRA-ANO           PIC 9(04).
           02 PRA-MATRICULA     PIC 9(06).
           02 PRA-DESTINO       PIC X(01).
               88 PRA-PROMOVIDO VALUE 'P'.
               88 PRA-RETIDO    VALUE 'R'.
               88 PRA-BLOQUEADO VALUE 'B'.
           02 PRA-TURMA         PIC X(03).
           02 PRA-CURSO         PIC X(10).
           02 PRA-SERIE         PIC 9(02).
           02 FILLER            PIC X(04).
