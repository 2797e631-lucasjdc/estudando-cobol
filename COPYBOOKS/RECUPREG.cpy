      *****************************************************
      * RECUPREG.CPY
      * LAYOUT DO REGISTRO DE RECUPERACAO PENDENTE (ARQUIVO
      * RECUPERA) - UM REGISTRO POR ALUNO EM RECUPERACAO
      * CHAVE.: REC-MATRICULA
      * 2026-08-09 LC  CRIACAO
      * 2026-10-15 LC  RECUPERACAO POR DISCIPLINA - CHAVE
      * PASSA A REC-CHAVE (MATRICULA + DISCIPLINA); A
      * DISCIPLINA EM BRANCO E A RECUPERACAO DA MEDIA GERAL
      * DOS REGISTROS ANTIGOS. ARQUIVOS EXISTENTES PRECISAM
      * DE RECARGA
      *****************************************************
       01 REC-REGISTRO.
           02 REC-CHAVE.
               03 REC-MATRICULA  PIC 9(06).
               03 REC-DISCIPLINA PIC X(04).
           02 REC-MEDIA-ORIGINAL PIC 9(02)V9.
           02 REC-SITUACAO       PIC X(01).
               88 REC-PENDENTE   VALUE 'P'.
               88 REC-RESOLVIDO  VALUE 'R'.
           02 REC-DIS-NOME       PIC X(20).
