      *****************************************************
      * BOLSAREG.CPY
      * LAYOUT DO REGISTRO DE BOLSA/DESCONTO DE MENSALIDADE
      * (ARQUIVO BOLSAS) - CONCESSAO POR ALUNO, SOLICITADA
      * NO PROGC145: TIPO (MERITO, SOCIAL, IRMAO, FILHO DE
      * FUNCIONARIO), PERCENTUAL OU VALOR FIXO SOBRE A
      * MENSALIDADE E COMPETENCIAS DE INICIO E FIM. A
      * REFERENCIA LEVA A MATRICULA DO IRMAO (TIPO I) OU DO
      * EMPREGADO (TIPO F). SITUACOES: P - AGUARDA APROVACAO
      * NA FILA (APROVACO TIPO B, PROGCOB93); A - APROVADA,
      * DESCONTADA PELO PROGCOB82; R - REJEITADA; E -
      * ENCERRADA ANTES DO FIM
      * CHAVE.: BLS-CHAVE (MATRICULA DO ALUNO + SEQUENCIA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 BLS-REGISTRO.
           02 BLS-CHAVE.
               03 BLS-MATRICULA  PIC 9(06).
               03 BLS-SEQ        PIC 9(02).
           02 BLS-TIPO           PIC X(01).
               88 BLS-MERITO     VALUE 'M'.
               88 BLS-SOCIAL     VALUE 'S'.
               88 BLS-IRMAO      VALUE 'I'.
               88 BLS-FILHO-FUNC VALUE 'F'.
               88 BLS-TIPO-VALIDO VALUES 'M' 'S' 'I' 'F'.
           02 BLS-MODO           PIC X(01).
               88 BLS-PERCENTUAL-MODO VALUE 'P'.
               88 BLS-VALOR-FIXO      VALUE 'V'.
           02 BLS-PERCENTUAL     PIC 9(03)V99.
           02 BLS-VALOR          PIC 9(06)V99.
           02 BLS-COMP-INICIO    PIC 9(06).
           02 BLS-COMP-FIM       PIC 9(06).
           02 BLS-REFERENCIA     PIC 9(06).
           02 BLS-MOTIVO         PIC X(30).
           02 BLS-STATUS         PIC X(01).
               88 BLS-PENDENTE   VALUE 'P'.
               88 BLS-APROVADA   VALUE 'A'.
               88 BLS-REJEITADA  VALUE 'R'.
               88 BLS-ENCERRADA  VALUE 'E'.
           02 BLS-SOLICITANTE    PIC X(06).
           02 BLS-DATA-SOLIC     PIC 9(08).
           02 BLS-APV-SEQ        PIC 9(06).
           02 BLS-APROVADOR      PIC X(06).
           02 BLS-DATA-DECISAO   PIC 9(08).
           02 FILLER             PIC X(10).
