      *****************************************************
      * PROFREG.CPY
      * LAYOUT DO REGISTRO DO CADASTRO DE PROFESSORES
      * (ARQUIVO PROFESSO) - CODIGO DO PROFESSOR, NOME, A
      * MATRICULA NO CADASTRO DE EMPREGADOS (EMP-MATRICULA)
      * E O VALOR DA HORA-AULA, MANTIDO PELO PROGC143; AS
      * AULAS DO DIARIO DE CLASSE (PROGCOB40) SAO PAGAS PELO
      * PROGC144 NA TRANSACAO DA FOLHA DESTA MATRICULA
      * CHAVE.: PRF-CODIGO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PRF-REGISTRO.
           02 PRF-CODIGO       PIC 9(04).
           02 PRF-NOME         PIC X(30).
           02 PRF-MATRICULA    PIC 9(06).
           02 PRF-VALOR-AULA   PIC 9(04)V99.
           02 PRF-STATUS       PIC X(01).
               88 PRF-ATIVO   VALUES 'A' ' '.
               88 PRF-INATIVO VALUE 'I'.
           02 FILLER           PIC X(10).
