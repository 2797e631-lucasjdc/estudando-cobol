      *****************************************************
      * ESPERREG.CPY
      * LAYOUT DO REGISTRO DA LISTA DE ESPERA POR VAGA
      * (ARQUIVO ESPERA) - UMA INSCRICAO POR CANDIDATO NO
      * ANO LETIVO/CURSO/SERIE, CHAMADA NA ORDEM DA
      * SEQUENCIA QUANDO HA VAGA LIVRE NAS TURMAS. MATRICULA
      * ZERO E CANDIDATO NOVO (DADOS DO RESPONSAVEL GUARDADOS
      * PARA A MATRICULA NA CONFIRMACAO); MATRICULA INFORMADA
      * E ALUNO DA CASA QUE FICOU SEM VAGA NA REMATRICULA.
      * MANTIDO PELO PROGC147
      * CHAVE.: ESP-CHAVE (ANO + CURSO + SERIE + SEQUENCIA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 ESP-REGISTRO.
           02 ESP-CHAVE.
               03 ESP-ANO       PIC 9(04).
               03 ESP-CURSO     PIC X(10).
               03 ESP-SERIE     PIC 9(02).
               03 ESP-SEQ       PIC 9(04).
           02 ESP-MATRICULA     PIC 9(06).
           02 ESP-NOME          PIC X(30).
           02 ESP-RESP-NOME     PIC X(30).
           02 ESP-RESP-ENDERECO PIC X(40).
           02 ESP-RESP-FONE     PIC 9(11).
           02 ESP-DATA-INSCRICAO PIC 9(08).
           02 ESP-STATUS        PIC X(01).
               88 ESP-AGUARDANDO VALUE 'A'.
               88 ESP-CHAMADO    VALUE 'C'.
           02 ESP-TURMA         PIC X(03).
           02 ESP-RMT-SEQ       PIC 9(03).
           02 FILLER            PIC X(10).
