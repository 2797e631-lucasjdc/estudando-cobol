      * 2026-08-09 LC  CRIACAO
      * 2026-08-22 LC  INCLUIDO O PERIODO LETIVO (ANO E
      * SEMESTRE) - BASE DO HISTORICO ESCOLAR (PROGCOB41)
      * 2026-10-15 LC  DADOS DA DISCIPLINA NO FIM DO
      * REGISTRO (CODIGO, NOME, CARGA HORARIA SEMANAL E
      * FREQUENCIA) - UM REGISTRO POR DISCIPLINA DA GRADE
      * (CURRIREG) MAIS O REGISTRO CONSOLIDADO DO PERIODO,
      * QUE TEM HIS-DADOS-DISCIPLINA EM BRANCO, ASSIM COMO
      * OS REGISTROS ANTIGOS E OS DO LOTE (PROGCOB14)
      *****************************************************
       01 HIS-REGISTRO.
           02 HIS-MATRICULA  PIC 9(06).
               03 HIS-SEMESTRE PIC 9(01).
           02 HIS-MEDIA      PIC 9(02)V9.
           02 HIS-SITUACAO   PIC X(15).
           02 HIS-DADOS-DISCIPLINA.
               03 HIS-DISCIPLINA     PIC X(04).
               03 HIS-DIS-NOME       PIC X(20).
               03 HIS-CARGA-HORARIA  PIC 9(02).
               03 HIS-FREQUENCIA     PIC 9(03).
