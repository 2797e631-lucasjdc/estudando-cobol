      * MOTIVO - A TRILHA QUE O ACERTO MANUAL DE ARQUIVO
      * NUNCA DEIXAVA
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  DISCIPLINA CORRIGIDA (EM BRANCO, O
      * REGISTRO CONSOLIDADO DO PERIODO) NO LUGAR DO FILLER
      *****************************************************
       01 CRN-REGISTRO.
           02 CRN-MATRICULA        PIC 9(06).
           02 CRN-DATA             PIC 9(08).
           02 CRN-OPERADOR         PIC X(06).
           02 CRN-MOTIVO           PIC X(30).
           02 CRN-DISCIPLINA       PIC X(04).
           02 FILLER               PIC X(01).
