      * (NOME, ENDERECO E TELEFONE) NA MATRICULA E NOVA
      * OPCAO DE ALTERACAO, PARA AS CARTAS DE ALERTA DE
      * FREQUENCIA DO PROGCOB83
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  COM CAMPANHA DE REMATRICULA ABERTA
      * (RMTCTRL) PARA O ANO CORRENTE OU O SEGUINTE, A
      * MATRICULA DE ALUNO NOVO E RECUSADA - O CANDIDATO
      * ENTRA NA LISTA DE ESPERA DO PROGC147
      * 2026-10-15 LC  DADOS DO CENSO ESCOLAR - SEXO, DATA DE
      * NASCIMENTO E CPF (CRITICADO PELA VALIDCPF) NA
      * MATRICULA E NA NOVA OPCAO 5, PARA ACERTAR AS
      * PENDENCIAS DA PRE-CRITICA DO PROGC148; A INATIVACAO
      * REGISTRA O MOTIVO (TRANSFERENCIA OU DESISTENCIA) E A
      * DATA DA SAIDA
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WRK-TURMAS-STATUS.
           SELECT RMT-CONTROLE ASSIGN TO "RMTCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMC-ANO
               FILE STATUS IS WRK-RMT-CONTROLE-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           COPY ALUNOREG.
       FD  TURMAS.
           COPY TURMAREG.
       FD  RMT-CONTROLE.
           COPY RMCTLREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TURMAS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-RMT-CONTROLE-ST  PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-CAMPANHA     PIC 9(04) VALUE ZEROS.
       77 WRK-CAMPANHA-SW      PIC X(01) VALUE 'N'.
           88 WRK-CAMPANHA-ABERTA VALUE 'S'.
       77 WRK-TURMA-OK-SW      PIC X(01) VALUE 'N'.
           88 WRK-TURMA-OK VALUE 'S'.
       77 WRK-FIM-ALUNOS       PIC X(01) VALUE 'N'.
       77 WRK-SERIE-SW   PIC X(01) VALUE 'N'.
           88 WRK-SERIE-VALIDA VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       77 WRK-SEXO       PIC X(01) VALUE SPACES.
           88 WRK-SEXO-VALIDO VALUES 'M' 'F'.
       77 WRK-MOTIVO-SAIDA PIC X(01) VALUE SPACES.
           88 WRK-MOTIVO-SAIDA-VALIDO VALUES 'T' 'D'.
       77 WRK-DATA-NASC  PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-NASC-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-NASC-VALIDA VALUE 'S'.
       77 WRK-CPF        PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-ALUNO-SW PIC X(01) VALUE 'N'.
           88 WRK-CPF-ALUNO-VALIDO VALUE 'S'.
           COPY CPFWRK.
           COPY DUTILREG.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB39' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O ALUNOS.
           OPEN INPUT TURMAS.
           DISPLAY '===================================='.
           DISPLAY 'MANUTENCAO DO CADASTRO DE ALUNOS'.
           DISPLAY '1-MATRICULAR 2-TRANSFERIR TURMA'.
           DISPLAY '3-INATIVAR 4-DADOS DO RESPONSAVEL'.
           DISPLAY '5-DADOS DO CENSO (SEXO, NASCIMENTO, CPF)'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE ALUNOS
               CLOSE TURMAS
               GOBACK
           END-IF.
           DISPLAY 'MATRICULA DO ALUNO.. '.
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
                   PERFORM INATIVA-ALUNO
               WHEN 4
                   PERFORM ALTERA-RESPONSAVEL
               WHEN 5
                   PERFORM ALTERA-DADOS-CENSO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE ALUNOS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2 WHEN 4 WHEN 5
                   SET ACE-ALTERAR TO TRUE
               WHEN 3
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       MATRICULA-ALUNO.
           PERFORM VERIFICA-CAMPANHA.
           EVALUATE TRUE
               WHEN WRK-ALUNO-ENCONTRADO
                   DISPLAY 'MATRICULA JA CADASTRADA'
               WHEN WRK-CAMPANHA-ABERTA
                   DISPLAY 'REMATRICULA DO ANO ' WRK-ANO-CAMPANHA
                           ' EM ANDAMENTO - USE A LISTA DE ESPERA'
                   DISPLAY '(PROGC147) - MATRICULA NAO REALIZADA'
               WHEN OTHER
                   PERFORM CAPTURA-NOME-MATRICULA
           END-EVALUATE.

       CAPTURA-NOME-MATRICULA.
           DISPLAY 'NOME DO ALUNO... '.
           ACCEPT WRK-NOME.
           IF WRK-NOME = SPACES
               DISPLAY 'NOME NAO PODE SER EM BRANCO - '
                       'MATRICULA NAO REALIZADA'
           ELSE
               PERFORM CAPTURA-TURMA-CURSO
               PERFORM VERIFICA-TURMA
               IF NOT WRK-TURMA-OK
                   DISPLAY 'MATRICULA NAO REALIZADA'
               ELSE
                   PERFORM EFETIVA-MATRICULA
               END-IF
           END-IF.

      *****************************************************
      * VERIFICA-CAMPANHA - HA CAMPANHA DE REMATRICULA NO
      * RMTCTRL PARA O ANO CORRENTE OU O SEGUINTE? NESSE
      * CASO AS VAGAS SAO DISTRIBUIDAS PELA RESERVA E PELA
      * LISTA DE ESPERA DO PROGC147
      *****************************************************
       VERIFICA-CAMPANHA.
           MOVE 'N' TO WRK-CAMPANHA-SW.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT RMT-CONTROLE.
           IF WRK-RMT-CONTROLE-ST = '00'
               MOVE WRK-DATA-HOJE (1:4) TO RMC-ANO
               ADD 1 TO RMC-ANO
               READ RMT-CONTROLE
                   INVALID KEY
                       MOVE WRK-DATA-HOJE (1:4) TO RMC-ANO
                       READ RMT-CONTROLE
                           NOT INVALID KEY
                               SET WRK-CAMPANHA-ABERTA TO TRUE
                       END-READ
                   NOT INVALID KEY
                       SET WRK-CAMPANHA-ABERTA TO TRUE
               END-READ
               MOVE RMC-ANO TO WRK-ANO-CAMPANHA
               CLOSE RMT-CONTROLE
           END-IF.

       EFETIVA-MATRICULA.
           PERFORM CAPTURA-RESPONSAVEL.
           PERFORM CAPTURA-DADOS-CENSO.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           MOVE WRK-NOME      TO ALU-NOME.
           MOVE WRK-TURMA     TO ALU-TURMA.
           MOVE WRK-RESP-NOME     TO ALU-RESP-NOME.
           MOVE WRK-RESP-ENDERECO TO ALU-RESP-ENDERECO.
           MOVE WRK-RESP-FONE     TO ALU-RESP-FONE.
           MOVE WRK-SEXO          TO ALU-SEXO.
           MOVE WRK-DATA-NASC     TO ALU-DATA-NASC.
           MOVE WRK-CPF           TO ALU-CPF.
           MOVE SPACES            TO ALU-SAIDA-MOTIVO.
           MOVE ZEROS             TO ALU-DATA-SAIDA.
           WRITE ALU-REGISTRO.
           DISPLAY 'ALUNO MATRICULADO'.
           MOVE 'MATRICULA' TO WRK-DETALHE.
           IF NOT WRK-ALUNO-ENCONTRADO
               PERFORM ALUNO-NAO-ENCONTRADO
           ELSE
               DISPLAY 'MOTIVO DA SAIDA (T-TRANSFERENCIA '
                       'D-DESISTENCIA).. '
               MOVE SPACES TO WRK-MOTIVO-SAIDA
               PERFORM CAPTURA-MOTIVO-SAIDA
                   UNTIL WRK-MOTIVO-SAIDA-VALIDO
               SET ALU-INATIVO TO TRUE
               MOVE WRK-MOTIVO-SAIDA TO ALU-SAIDA-MOTIVO
               ACCEPT ALU-DATA-SAIDA FROM DATE YYYYMMDD
               REWRITE ALU-REGISTRO
               DISPLAY 'ALUNO INATIVADO - REGISTRO PRESERVADO'
               MOVE 'INATIVACAO' TO WRK-DETALHE
           MOVE 'N' TO WRK-RESP-FONE-SW.
           PERFORM CAPTURA-RESP-FONE UNTIL WRK-RESP-FONE-VALIDO.

       CAPTURA-MOTIVO-SAIDA.
           ACCEPT WRK-MOTIVO-SAIDA.
           IF NOT WRK-MOTIVO-SAIDA-VALIDO
               DISPLAY 'MOTIVO INVALIDO - INFORME T OU D'
           END-IF.

      *****************************************************
      * ALTERA-DADOS-CENSO / CAPTURA-DADOS-CENSO - SEXO (M
      * OU F), DATA DE NASCIMENTO VALIDA E ANTERIOR A HOJE
      * (PROGCOB26) E CPF COM DIGITOS CONFERIDOS (VALIDCPF);
      * CPF ZERO FICA COMO NAO INFORMADO E SAI NA
      * PRE-CRITICA DO CENSO
      *****************************************************
       ALTERA-DADOS-CENSO.
           IF NOT WRK-ALUNO-ENCONTRADO
               PERFORM ALUNO-NAO-ENCONTRADO
           ELSE
               DISPLAY 'ALUNO.. ' ALU-NOME
               DISPLAY 'SEXO ATUAL....... ' ALU-SEXO
               DISPLAY 'NASCIMENTO ATUAL. ' ALU-DATA-NASC
               DISPLAY 'CPF ATUAL........ ' ALU-CPF
               PERFORM CAPTURA-DADOS-CENSO
               MOVE WRK-SEXO      TO ALU-SEXO
               MOVE WRK-DATA-NASC TO ALU-DATA-NASC
               MOVE WRK-CPF       TO ALU-CPF
               REWRITE ALU-REGISTRO
               DISPLAY 'DADOS DO CENSO ATUALIZADOS'
               MOVE 'DADOS CENSO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       CAPTURA-DADOS-CENSO.
           DISPLAY 'SEXO (M/F)...................... '.
           MOVE SPACES TO WRK-SEXO.
           PERFORM CAPTURA-SEXO UNTIL WRK-SEXO-VALIDO.
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD)... '.
           MOVE 'N' TO WRK-DATA-NASC-SW.
           PERFORM CAPTURA-DATA-NASC UNTIL WRK-DATA-NASC-VALIDA.
           DISPLAY 'CPF (SO NUMEROS, 0 = NAO INFORMADO).. '.
           MOVE 'N' TO WRK-CPF-ALUNO-SW.
           PERFORM CAPTURA-CPF-ALUNO UNTIL WRK-CPF-ALUNO-VALIDO.

       CAPTURA-SEXO.
           ACCEPT WRK-SEXO.
           IF NOT WRK-SEXO-VALIDO
               DISPLAY 'SEXO INVALIDO - INFORME M OU F'
           END-IF.

       CAPTURA-DATA-NASC.
           ACCEPT WRK-DATA-NASC.
           IF WRK-DATA-NASC IS NOT NUMERIC
               DISPLAY 'ENTRADA INVALIDA - DIGITE APENAS NUMEROS'
           ELSE
               SET DUT-FC-VALIDA-DATA TO TRUE
               MOVE WRK-DATA-NASC TO DUT-DATA-1
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               ACCEPT DUT-DATA-2 FROM DATE YYYYMMDD
               IF DUT-OK AND WRK-DATA-NASC < DUT-DATA-2
                   SET WRK-DATA-NASC-VALIDA TO TRUE
               ELSE
                   DISPLAY 'DATA INVALIDA OU NAO ANTERIOR A HOJE'
               END-IF
           END-IF.

       CAPTURA-CPF-ALUNO.
           ACCEPT WRK-CPF.
           IF WRK-CPF IS NOT NUMERIC
               DISPLAY 'ENTRADA INVALIDA - DIGITE APENAS NUMEROS'
           ELSE
               IF WRK-CPF = ZEROS
                   SET WRK-CPF-ALUNO-VALIDO TO TRUE
               ELSE
                   MOVE WRK-CPF TO WRK-CPF-NUMERO
                   PERFORM VALIDA-CPF
                   IF WRK-CPF-VALIDO
                       SET WRK-CPF-ALUNO-VALIDO TO TRUE
                   ELSE
                       DISPLAY 'CPF INVALIDO - DIGITOS NAO CONFEREM'
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * VERIFICA-TURMA - A TURMA PRECISA EXISTIR E ESTAR
      * ATIVA NO CADASTRO E TER VAGA (ALUNOS ATIVOS ABAIXO
           STRING WRK-DETALHE ' MATRICULA=' WRK-MATRICULA
               ' TURMA=' ALU-TURMA
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-RESP-FONE
               VALIDNUM-CAMPO     BY WRK-RESP-FONE
               VALIDNUM-CHAVE-SW  BY WRK-RESP-FONE-SW.

           COPY VALIDCPF.
