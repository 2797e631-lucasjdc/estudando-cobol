      *****************************************************
      * AULAREG.CPY
      * LAYOUT DO REGISTRO DE AULAS DADAS (ARQUIVO AULADADA)
      * - UM REGISTRO POR SESSAO DO DIARIO DE CLASSE
      * (PROGCOB40) COM TURMA E DISCIPLINA: O PROFESSOR
      * TITULAR DA ATRIBUICAO, O PROFESSOR QUE DEU A AULA
      * (O PROPRIO TITULAR OU O SUBSTITUTO) E A QUANTIDADE
      * DE HORAS-AULA; CONVERTIDO EM TRANSACAO DA FOLHA E
      * NA CARGA HORARIA POR PROFESSOR PELO PROGC144
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 AUL-REGISTRO.
           02 AUL-DATA         PIC 9(08).
           02 AUL-TURMA        PIC X(03).
           02 AUL-DISCIPLINA   PIC X(04).
           02 AUL-TITULAR      PIC 9(04).
           02 AUL-PROFESSOR    PIC 9(04).
           02 AUL-HORAS        PIC 9(02).
           02 AUL-TIPO         PIC X(01).
               88 AUL-REGULAR      VALUE 'R'.
               88 AUL-SUBSTITUICAO VALUE 'S'.
           02 FILLER           PIC X(04).
