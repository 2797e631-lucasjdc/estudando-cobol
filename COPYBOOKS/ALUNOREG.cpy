      *                ALERTA DE FREQUENCIA DO PROGCOB83
      *                (ARQUIVOS EXISTENTES PRECISAM DE
      *                RECARGA)
      * 2026-10-15 LC  INCLUIDOS SEXO, DATA DE NASCIMENTO E
      *                CPF DO ALUNO E O MOTIVO E A DATA DA
      *                SAIDA (TRANSFERENCIA OU DESISTENCIA),
      *                MANTIDOS PELO PROGCOB39 E EXIGIDOS PELO
      *                CENSO ESCOLAR (PROGC148) - ARQUIVOS
      *                EXISTENTES PRECISAM DE RECARGA, COM OS
      *                CAMPOS NOVOS COMPLETADOS NO PROGCOB39
      *****************************************************
       01 ALU-REGISTRO.
           02 ALU-MATRICULA  PIC 9(06).
           02 ALU-RESP-NOME     PIC X(30).
           02 ALU-RESP-ENDERECO PIC X(40).
           02 ALU-RESP-FONE     PIC 9(11).
           02 ALU-SEXO       PIC X(01).
               88 ALU-SEXO-VALIDO VALUES 'M' 'F'.
           02 ALU-SAIDA-MOTIVO PIC X(01).
               88 ALU-SAIDA-TRANSFERENCIA VALUE 'T'.
               88 ALU-SAIDA-DESISTENCIA   VALUE 'D'.
           02 FILLER         PIC X(02).
           02 ALU-DATA-NASC  PIC 9(08).
           02 ALU-CPF        PIC 9(11).
           02 ALU-DATA-SAIDA PIC 9(08).
           02 FILLER         PIC X(05).
