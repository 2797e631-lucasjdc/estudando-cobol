      *****************************************************
      * RMATREG.CPY
      * LAYOUT DO REGISTRO DE RESERVA DE VAGA DA
      * REMATRICULA (ARQUIVO REMATRIC) - UMA VAGA RESERVADA
      * NA TURMA DO ANO LETIVO, PARA ALUNO QUE VOLTA
      * (PROMOVIDO OU RETIDO, TIPO R) OU PARA CANDIDATO
      * NOVO CHAMADO DA LISTA DE ESPERA (TIPO N, SEM
      * MATRICULA ATE A CONFIRMACAO). PENDENTE ATE O PRAZO;
      * CONFIRMADA GERA O TITULO DA TAXA DE MATRICULA;
      * LIBERADA POR PRAZO VENCIDO OU DESISTENCIA DEVOLVE A
      * VAGA PARA A LISTA DE ESPERA. MANTIDO PELO PROGC147
      * CHAVE.: RMT-CHAVE (ANO + TURMA + SEQUENCIA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 RMT-REGISTRO.
           02 RMT-CHAVE.
               03 RMT-ANO       PIC 9(04).
               03 RMT-TURMA     PIC X(03).
               03 RMT-SEQ       PIC 9(03).
           02 RMT-TIPO          PIC X(01).
               88 RMT-REMATRICULA VALUE 'R'.
               88 RMT-NOVO        VALUE 'N'.
           02 RMT-MATRICULA     PIC 9(06).
           02 RMT-NOME          PIC X(30).
           02 RMT-CURSO         PIC X(10).
           02 RMT-SERIE         PIC 9(02).
           02 RMT-ORIGEM        PIC X(01).
               88 RMT-PROMOVIDO VALUE 'P'.
               88 RMT-RETIDO    VALUE 'R'.
               88 RMT-DA-LISTA  VALUE 'L'.
           02 RMT-ESP-SEQ       PIC 9(04).
           02 RMT-DATA-RESERVA  PIC 9(08).
           02 RMT-PRAZO         PIC 9(08).
           02 RMT-STATUS        PIC X(01).
               88 RMT-PENDENTE   VALUE 'P'.
               88 RMT-CONFIRMADA VALUE 'C'.
               88 RMT-LIBERADA   VALUE 'L'.
           02 RMT-MOTIVO-LIB    PIC X(01).
               88 RMT-LIB-VENCIDA     VALUE 'V'.
               88 RMT-LIB-DESISTENCIA VALUE 'D'.
           02 RMT-DATA-SITUACAO PIC 9(08).
           02 RMT-TITULO        PIC 9(08).
           02 FILLER            PIC X(10).
