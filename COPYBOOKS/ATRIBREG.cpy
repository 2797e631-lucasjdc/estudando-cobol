      *****************************************************
      * ATRIBREG.CPY
      * LAYOUT DO REGISTRO DE ATRIBUICAO DE AULAS (ARQUIVO
      * ATRIBUIC) - O PROFESSOR TITULAR DE CADA DISCIPLINA
      * EM CADA TURMA, MANTIDO PELO PROGC143; O DIARIO DE
      * CLASSE (PROGCOB40) CREDITA AO TITULAR AS AULAS DA
      * TURMA/DISCIPLINA, SALVO SUBSTITUICAO INFORMADA
      * CHAVE.: ATB-CHAVE (TURMA + DISCIPLINA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 ATB-REGISTRO.
           02 ATB-CHAVE.
               03 ATB-TURMA      PIC X(03).
               03 ATB-DISCIPLINA PIC X(04).
           02 ATB-PROFESSOR      PIC 9(04).
           02 ATB-DATA-INICIO    PIC 9(08).
           02 FILLER             PIC X(08).
