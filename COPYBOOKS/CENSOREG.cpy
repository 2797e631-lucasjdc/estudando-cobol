      *****************************************************
      * CENSOREG.CPY
      * LAYOUT DO ARQUIVO DO CENSO ESCOLAR (ARQUIVO
      * CENSOESC) - LAYOUT FIXO DE 120 POSICOES GERADO PELO
      * PROGC148 PARA O ANO LETIVO: CABECALHO DA ESCOLA
      * (TIPO 00), UM REGISTRO POR TURMA COM TURNO,
      * CAPACIDADE E MATRICULADOS (TIPO 20), UM REGISTRO POR
      * ALUNO COM CPF, MATRICULA, TURMA E SITUACAO DE FIM DE
      * ANO (TIPO 60) E TRAILER COM AS QUANTIDADES (TIPO 99)
      * SITUACAO DO ALUNO: A APROVADO, R REPROVADO,
      *                    T TRANSFERIDO, D DEIXOU DE
      *                    FREQUENTAR, C CURSANDO (SEM
      *                    RESULTADO FINAL NO ANO)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CEN-HEADER.
           02 CEN-H-TIPO        PIC X(02).
           02 CEN-H-INEP        PIC 9(08).
           02 CEN-H-NOME-ESCOLA PIC X(40).
           02 CEN-H-MUNICIPIO   PIC 9(07).
           02 CEN-H-UF          PIC X(02).
           02 CEN-H-ANO         PIC 9(04).
           02 CEN-H-DATA        PIC 9(08).
           02 FILLER            PIC X(49).
       01 CEN-TURMA.
           02 CEN-T-TIPO        PIC X(02).
           02 CEN-T-INEP        PIC 9(08).
           02 CEN-T-CODIGO      PIC X(03).
           02 CEN-T-CURSO       PIC X(10).
           02 CEN-T-SERIE       PIC 9(02).
           02 CEN-T-TURNO       PIC X(01).
           02 CEN-T-CAPACIDADE  PIC 9(03).
           02 CEN-T-MATRICULADOS PIC 9(03).
           02 FILLER            PIC X(88).
       01 CEN-ALUNO.
           02 CEN-A-TIPO        PIC X(02).
           02 CEN-A-INEP        PIC 9(08).
           02 CEN-A-MATRICULA   PIC 9(06).
           02 CEN-A-NOME        PIC X(30).
           02 CEN-A-CPF         PIC 9(11).
           02 CEN-A-DATA-NASC   PIC 9(08).
           02 CEN-A-SEXO        PIC X(01).
           02 CEN-A-FILIACAO    PIC X(30).
           02 CEN-A-TURMA       PIC X(03).
           02 CEN-A-CURSO       PIC X(10).
           02 CEN-A-SERIE       PIC 9(02).
           02 CEN-A-SITUACAO    PIC X(01).
           02 CEN-A-FREQUENCIA  PIC 9(03).
           02 FILLER            PIC X(05).
       01 CEN-TRAILER.
           02 CEN-Z-TIPO        PIC X(02).
           02 CEN-Z-QTD-TURMAS  PIC 9(05).
           02 CEN-Z-QTD-ALUNOS  PIC 9(06).
           02 CEN-Z-QTD-REGISTROS PIC 9(07).
           02 FILLER            PIC X(100).
