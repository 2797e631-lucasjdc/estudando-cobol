      * APROVACAO (APROVACO) E SO E EFETIVADO POR OUTRO
      * OPERADOR ADMINISTRADOR NO PROGCOB93, QUE GRAVA O
      * SALHIST NA APROVACAO (SEGREGACAO DE FUNCOES)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CARGO E NIVEL CAPTURADOS NA ADMISSAO E
      * NOVA OPCAO DE ENQUADRAMENTO, COM HISTORICO EM CARGOHIS;
      * SALARIO DA ADMISSAO FORA DA FAIXA DO CARGO (ROTINA
      * VERIFAIX) E RECUSADO E O REAJUSTE FORA DA FAIXA E
      * RECUSADO OU VAI A APROVACAO COMO EXCECAO JUSTIFICADA
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CCUSTO-HIST ASSIGN TO "CCUSTHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CCUSTO-HIST-ST.
           SELECT CARGOS ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WRK-CARGOS-ST.
           SELECT CARGO-HIST ASSIGN TO "CARGOHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CARGO-HIST-ST.
           SELECT APROVACOES ASSIGN TO "APROVACO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           COPY EMPREGREG.
       FD  CCUSTO-HIST.
           COPY CCHISREG.
       FD  CARGOS.
           COPY CARGOREG.
       FD  CARGO-HIST.
           COPY CGHISREG.
       FD  APROVACOES.
           COPY APROVREG.
       FD  AP-CONTROLE.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-EMPRESTIMOS-ST   PIC X(02) VALUE SPACES.
       77 WRK-CCUSTO-HIST-ST   PIC X(02) VALUE SPACES.
       77 WRK-CARGO-HIST-ST    PIC X(02) VALUE SPACES.
       77 WRK-APROVACOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-AP-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-NUM-APROVACAO    PIC 9(06) VALUE ZEROS.
       77 WRK-CCUSTO           PIC 9(04) VALUE ZEROS.
       77 WRK-CCUSTO-SW        PIC X(01) VALUE 'N'.
           88 WRK-CCUSTO-VALIDO VALUE 'S'.
       77 WRK-CARGO            PIC 9(04) VALUE ZEROS.
       77 WRK-CARGO-SW         PIC X(01) VALUE 'N'.
           88 WRK-CARGO-VALIDO VALUE 'S'.
       77 WRK-NIVEL            PIC 9(01) VALUE ZEROS.
       77 WRK-NIVEL-SW         PIC X(01) VALUE 'N'.
           88 WRK-NIVEL-VALIDO VALUE 'S'.
       77 WRK-EXCECAO-SW       PIC X(01) VALUE 'N'.
           88 WRK-EXCECAO-FAIXA VALUE 'S'.
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WRK-FIM-EMPRESTIMOS  PIC X(01) VALUE 'N'.
           88 WRK-FIM-EMPRESTIMOS-OK VALUE 'S'.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       77 WRK-SALARIO-ED PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MAXIMO-ED  PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CPF-NUM-SW PIC X(01) VALUE 'N'.
           88 WRK-CPF-NUM-VALIDO VALUE 'S'.
       77 WRK-CPF-OK-SW  PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
           COPY CPFWRK.
           COPY FAIXAWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB31' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O EMPREGADOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY '1-ADMITIR 2-REAJUSTAR SALARIO'.
           DISPLAY '3-DESLIGAR 4-DADOS BANCARIOS'.
           DISPLAY '5-TRANSFERIR CENTRO DE CUSTO'.
           DISPLAY '6-ENQUADRAR CARGO/NIVEL'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE EMPREGADOS
               GOBACK
           END-IF.
           DISPLAY 'MATRICULA DO EMPREGADO.. '.
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           MOVE WRK-MATRICULA TO EMP-MATRICULA.
                   PERFORM ALTERA-DADOS-BANCARIOS
               WHEN 5
                   PERFORM TRANSFERE-CENTRO-CUSTO
               WHEN 6
                   PERFORM ENQUADRA-CARGO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE EMPREGADOS.
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
               WHEN 2 WHEN 4 WHEN 5 WHEN 6
                   SET ACE-ALTERAR TO TRUE
               WHEN 3
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * ADMITE-EMPREGADO - O SALARIO BASE PRECISA ESTAR NA
      * FAIXA DO CARGO/NIVEL (VERIFAIX); FORA DELA A
      * ADMISSAO E RECUSADA
      *****************************************************
       ADMITE-EMPREGADO.
           IF WRK-EMP-ENCONTRADO
               DISPLAY 'MATRICULA JA CADASTRADA'
           ELSE
               DISPLAY 'NOME................. '
               ACCEPT WRK-NOME
               PERFORM CAPTURA-CARGO-NIVEL
               DISPLAY 'SALARIO BASE......... '
               PERFORM CAPTURA-SALARIO UNTIL WRK-SALARIO-VALIDO
               MOVE WRK-SALARIO TO WRK-FXA-SALARIO
               PERFORM VERIFICA-FAIXA
               IF WRK-FXA-DENTRO
                   PERFORM COMPLETA-ADMISSAO
               ELSE
                   PERFORM RECUSA-ADMISSAO
               END-IF
           END-IF.

       COMPLETA-ADMISSAO.
           DISPLAY 'DATA ADMISSAO (AAAAMMDD).. '.
           PERFORM CAPTURA-DATA-ADMISSAO
               UNTIL WRK-DATA-ADMISSAO-VALIDA.
           DISPLAY 'QTD DEPENDENTES...... '.
           PERFORM CAPTURA-DEPENDENTES
               UNTIL WRK-DEPENDENTES-VALIDO.
           PERFORM CAPTURA-DADOS-BANCARIOS.
           DISPLAY 'CENTRO DE CUSTO...... '.
           PERFORM CAPTURA-CCUSTO UNTIL WRK-CCUSTO-VALIDO.
           DISPLAY 'CPF (11 DIGITOS).. '.
           MOVE 'N' TO WRK-CPF-OK-SW.
           PERFORM CAPTURA-CPF-CRITICADO UNTIL WRK-CPF-OK.
           MOVE WRK-MATRICULA     TO EMP-MATRICULA.
           MOVE WRK-NOME          TO EMP-NOME.
           MOVE WRK-SALARIO       TO EMP-SALARIO-BASE.
           MOVE WRK-DATA-ADMISSAO TO EMP-DATA-ADMISSAO.
           MOVE ZEROS             TO EMP-YTD-ACUMULADO.
           MOVE 'A'               TO EMP-STATUS.
           MOVE ZEROS             TO EMP-DATA-DESLIGAMENTO.
           MOVE WRK-DEPENDENTES   TO EMP-QTD-DEPENDENTES.
           MOVE ZEROS             TO EMP-YTD-IRRF.
           MOVE ZEROS             TO EMP-YTD-LIQUIDO.
           MOVE WRK-BANCO         TO EMP-BANCO.
           MOVE WRK-AGENCIA       TO EMP-AGENCIA.
           MOVE WRK-CONTA         TO EMP-CONTA.
           MOVE WRK-CONTA-DV      TO EMP-CONTA-DV.
           MOVE WRK-CPF-NUMERO    TO EMP-CPF.
           MOVE WRK-CCUSTO        TO EMP-CCUSTO.
           MOVE WRK-CARGO         TO EMP-CARGO.
           MOVE WRK-NIVEL         TO EMP-NIVEL.
           WRITE EMP-REGISTRO.
           DISPLAY 'EMPREGADO ADMITIDO'.
           MOVE 'ADMISSAO' TO WRK-DETALHE.
           PERFORM GRAVA-AUDITORIA.

       RECUSA-ADMISSAO.
           IF WRK-FXA-SEM-CARGO
               DISPLAY 'CARGO INEXISTENTE OU INATIVO, OU NIVEL NAO '
                       'DEFINIDO - ADMISSAO RECUSADA'
           ELSE
               DISPLAY 'SALARIO FORA DA FAIXA DO CARGO/NIVEL - '
                       'ADMISSAO RECUSADA'
           END-IF.

       CAPTURA-CARGO-NIVEL.
           DISPLAY 'CARGO................ '.
           MOVE 'N' TO WRK-CARGO-SW.
           PERFORM CAPTURA-CARGO UNTIL WRK-CARGO-VALIDO.
           DISPLAY 'NIVEL NO CARGO....... '.
           MOVE 'N' TO WRK-NIVEL-SW.
           PERFORM CAPTURA-NIVEL UNTIL WRK-NIVEL-VALIDO.
           MOVE WRK-CARGO TO WRK-FXA-CARGO.
           MOVE WRK-NIVEL TO WRK-FXA-NIVEL.
           MOVE ZEROS TO WRK-FXA-SALARIO.
           PERFORM VERIFICA-FAIXA.
           IF NOT WRK-FXA-SEM-CARGO
               PERFORM EXIBE-FAIXA
           END-IF.

       EXIBE-FAIXA.
           MOVE WRK-FXA-MINIMO TO WRK-SALARIO-ED.
           MOVE WRK-FXA-MAXIMO TO WRK-MAXIMO-ED.
           DISPLAY 'CARGO.. ' WRK-FXA-TITULO.
           DISPLAY 'FAIXA DO NIVEL.. ' WRK-SALARIO-ED
                   ' A ' WRK-MAXIMO-ED.

      *****************************************************
      * REAJUSTA-SALARIO - NAO APLICA MAIS NA HORA: A
      * SOLICITACAO ENTRA NA FILA DE APROVACAO E O SALARIO
                   MOVE EMP-SALARIO-BASE TO WRK-SALARIO-ED
                   DISPLAY 'EMPREGADO.. ' EMP-NOME
                   DISPLAY 'SALARIO ATUAL.. ' WRK-SALARIO-ED
                   MOVE EMP-CARGO TO WRK-FXA-CARGO
                   MOVE EMP-NIVEL TO WRK-FXA-NIVEL
                   MOVE EMP-SALARIO-BASE TO WRK-FXA-SALARIO
                   PERFORM VERIFICA-FAIXA
                   IF WRK-FXA-SEM-CARGO
                       DISPLAY 'EMPREGADO SEM CARGO/NIVEL COM FAIXA '
                               'DEFINIDA - ENQUADRE PELA OPCAO 6'
                   ELSE
                       PERFORM SOLICITA-REAJUSTE
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * SOLICITA-REAJUSTE - NOVO SALARIO DENTRO DA FAIXA DO
      * CARGO/NIVEL SEGUE NORMAL PARA A FILA; FORA DELA E
      * RECUSADO, A MENOS QUE O OPERADOR O ENCAMINHE COMO
      * EXCECAO COM JUSTIFICATIVA (MARCADA NA SOLICITACAO
      * PARA O APROVADOR)
      *****************************************************
       SOLICITA-REAJUSTE.
           PERFORM EXIBE-FAIXA.
           DISPLAY 'NOVO SALARIO... '.
           PERFORM CAPTURA-SALARIO UNTIL WRK-SALARIO-VALIDO.
           MOVE WRK-SALARIO TO WRK-FXA-SALARIO.
           PERFORM VERIFICA-FAIXA.
           MOVE 'N' TO WRK-EXCECAO-SW.
           IF WRK-FXA-DENTRO
               DISPLAY 'MOTIVO DO REAJUSTE.. '
               ACCEPT WRK-MOTIVO
               PERFORM REGISTRA-REAJUSTE
           ELSE
               PERFORM TRATA-FORA-FAIXA
           END-IF.

       TRATA-FORA-FAIXA.
           IF WRK-FXA-ABAIXO
               DISPLAY 'NOVO SALARIO ABAIXO DO PISO DA FAIXA'
           ELSE
               DISPLAY 'NOVO SALARIO ACIMA DO TETO DA FAIXA'
           END-IF.
           DISPLAY 'ENCAMINHAR COMO EXCECAO A APROVACAO (S/N).. '.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               DISPLAY 'JUSTIFICATIVA DA EXCECAO.. '
               ACCEPT WRK-MOTIVO
               IF WRK-MOTIVO = SPACES
                   DISPLAY 'JUSTIFICATIVA OBRIGATORIA - REAJUSTE '
                           'RECUSADO'
               ELSE
                   SET WRK-EXCECAO-FAIXA TO TRUE
                   PERFORM REGISTRA-REAJUSTE
               END-IF
           ELSE
               DISPLAY 'REAJUSTE RECUSADO - FORA DA FAIXA DO CARGO'
               MOVE 'REAJUSTE RECUSADO FAIXA' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       REGISTRA-REAJUSTE.
           PERFORM GRAVA-SOLICITACAO-REAJUSTE.
           DISPLAY 'SOLICITACAO ' WRK-NUM-APROVACAO
                   ' REGISTRADA - AGUARDA APROVACAO '
                   'NO PROGCOB93'.
           IF WRK-EXCECAO-FAIXA
               MOVE 'SOLIC REAJUSTE EXCECAO FAIXA' TO WRK-DETALHE
           ELSE
               MOVE 'SOLIC REAJUSTE' TO WRK-DETALHE
           END-IF.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-SOLICITACAO-REAJUSTE.
           OPEN I-O APROVACOES.
           MOVE WRK-MATRICULA TO APV-CHAVE-REF.
           MOVE WRK-SALARIO TO APV-VALOR-NOVO.
           MOVE WRK-MOTIVO TO APV-MOTIVO.
           MOVE WRK-EXCECAO-SW TO APV-FAIXA-EXCECAO.
           MOVE WRK-USUARIO TO APV-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO APV-DATA-SOLIC.
           SET APV-PENDENTE TO TRUE.
               END-IF
           END-IF.

      *****************************************************
      * ENQUADRA-CARGO - MUDA O CARGO/NIVEL DO EMPREGADO
      * GRAVANDO A MUDANCA NO HISTORICO CARGOHIS; O SALARIO
      * NAO MUDA AQUI - SE FICAR FORA DA NOVA FAIXA O
      * OPERADOR E AVISADO PARA SOLICITAR O REAJUSTE
      *****************************************************
       ENQUADRA-CARGO.
           IF NOT WRK-EMP-ENCONTRADO
               PERFORM EMPREGADO-NAO-ENCONTRADO
           ELSE
               IF EMP-DESLIGADO
                   DISPLAY 'EMPREGADO DESLIGADO - '
                           'ENQUADRAMENTO NAO PERMITIDO'
               ELSE
                   DISPLAY 'EMPREGADO.. ' EMP-NOME
                   DISPLAY 'CARGO/NIVEL ATUAL.. ' EMP-CARGO
                           '/' EMP-NIVEL
                   PERFORM CAPTURA-CARGO-NIVEL
                   MOVE EMP-SALARIO-BASE TO WRK-FXA-SALARIO
                   PERFORM VERIFICA-FAIXA
                   IF WRK-FXA-SEM-CARGO
                       DISPLAY 'CARGO INEXISTENTE OU INATIVO, OU '
                               'NIVEL NAO DEFINIDO - ENQUADRAMENTO '
                               'RECUSADO'
                   ELSE
                       PERFORM GRAVA-ENQUADRAMENTO
                   END-IF
               END-IF
           END-IF.

       GRAVA-ENQUADRAMENTO.
           IF WRK-FXA-FORA
               DISPLAY 'ATENCAO - SALARIO ATUAL FORA DA FAIXA DO '
                       'NOVO CARGO/NIVEL; SOLICITE O REAJUSTE'
           END-IF.
           DISPLAY 'MOTIVO DO ENQUADRAMENTO.. '.
           ACCEPT WRK-MOTIVO.
           PERFORM GRAVA-HISTORICO-CARGO.
           MOVE WRK-CARGO TO EMP-CARGO.
           MOVE WRK-NIVEL TO EMP-NIVEL.
           REWRITE EMP-REGISTRO.
           DISPLAY 'CARGO/NIVEL ALTERADO'.
           MOVE 'ENQUADRAMENTO CARGO' TO WRK-DETALHE.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-HISTORICO-CARGO.
           MOVE WRK-MATRICULA TO CGH-MATRICULA.
           MOVE WRK-DATA-HOJE TO CGH-DATA.
           MOVE EMP-CARGO     TO CGH-CARGO-ANTERIOR.
           MOVE EMP-NIVEL     TO CGH-NIVEL-ANTERIOR.
           MOVE WRK-CARGO     TO CGH-CARGO-NOVO.
           MOVE WRK-NIVEL     TO CGH-NIVEL-NOVO.
           MOVE WRK-MOTIVO    TO CGH-MOTIVO.
           OPEN EXTEND CARGO-HIST.
           WRITE CGH-REGISTRO.
           CLOSE CARGO-HIST.

       GRAVA-HISTORICO-CCUSTO.
           MOVE WRK-MATRICULA TO CCH-MATRICULA.
           MOVE WRK-DATA-HOJE TO CCH-DATA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING WRK-DETALHE ' MATRICULA=' WRK-MATRICULA
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-CAMPO     BY WRK-CCUSTO
               VALIDNUM-CHAVE-SW  BY WRK-CCUSTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CARGO
               VALIDNUM-CAMPO     BY WRK-CARGO
               VALIDNUM-CHAVE-SW  BY WRK-CARGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-NIVEL
               VALIDNUM-CAMPO     BY WRK-NIVEL
               VALIDNUM-CHAVE-SW  BY WRK-NIVEL-SW.

           COPY VALIDCPF.

           COPY VERIFAIX.
