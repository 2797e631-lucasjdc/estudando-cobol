      *****************************************************
      * CURRIREG.CPY
      * LAYOUT DO REGISTRO DA GRADE CURRICULAR (ARQUIVO
      * CURRICUL) - UM REGISTRO POR CURSO E SERIE (OS
      * MESMOS ALU-CURSO E ALU-SERIE DO CADASTRO DE ALUNOS)
      * COM AS DISCIPLINAS E A CARGA HORARIA SEMANAL DE
      * CADA UMA, MANTIDO PELO PROGC142. A CARGA HORARIA E
      * O PESO DA DISCIPLINA NA MEDIA GERAL DO BOLETIM
      * CHAVE.: CUR-CHAVE (CURSO + SERIE)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CUR-REGISTRO.
           02 CUR-CHAVE.
               03 CUR-CURSO        PIC X(10).
               03 CUR-SERIE        PIC 9(02).
           02 CUR-QTD-DISCIPLINAS  PIC 9(02).
           02 CUR-DISCIPLINA OCCURS 15 TIMES.
               03 CUR-DIS-CODIGO   PIC X(04).
               03 CUR-DIS-NOME     PIC X(20).
               03 CUR-DIS-CARGA    PIC 9(02).
           02 FILLER               PIC X(10).
