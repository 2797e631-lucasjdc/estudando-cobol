       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC136.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DA ADESAO AOS BENEFICIOS
      * (BENEFIC) - VALE-TRANSPORTE (TARIFA E VIAGENS POR
      * DIA) E VALE-REFEICAO (CREDITO DIARIO E PERCENTUAL DE
      * PARTICIPACAO DO EMPREGADO), COM O CARTAO DA
      * OPERADORA; SUSPENSAO E REATIVACAO E CONSULTA POR
      * MATRICULA. O CALCULO DO MES PELOS DIAS UTEIS E FEITO
      * PELO PROGC137 E O DESCONTO ENTRA NA FOLHA DO
      * PROGCOB32 (VALE-TRANSPORTE LIMITADO A 6% DO SALARIO
      * BASE)
      * DATA 2026-10-15
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIOS ASSIGN TO "BENEFIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-CHAVE
               FILE STATUS IS WRK-BENEFICIOS-ST.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIOS.
           COPY BENEFREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-BENEFICIOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-SW     PIC X(01) VALUE 'N'.
           88 WRK-MATRICULA-VALIDO VALUE 'S'.
       77 WRK-TIPO             PIC X(01) VALUE SPACES.
       77 WRK-TIPO-SW          PIC X(01) VALUE 'N'.
           88 WRK-TIPO-VALIDO VALUE 'S'.
       77 WRK-VALOR-UNITARIO   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR-UNITARIO-SW PIC X(01) VALUE 'N'.
           88 WRK-VALOR-UNITARIO-VALIDO VALUE 'S'.
       77 WRK-QTD-DIA          PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DIA-SW       PIC X(01) VALUE 'N'.
           88 WRK-QTD-DIA-VALIDO VALUE 'S'.
       77 WRK-PERC-DESCONTO    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PERC-DESCONTO-SW PIC X(01) VALUE 'N'.
           88 WRK-PERC-DESCONTO-VALIDO VALUE 'S'.
       77 WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO-SW   PIC X(01) VALUE 'N'.
           88 WRK-DATA-INICIO-VALIDA VALUE 'S'.
       77 WRK-DADO-OK-SW       PIC X(01) VALUE 'N'.
           88 WRK-DADO-OK VALUE 'S'.
       77 WRK-CARTAO           PIC X(16) VALUE SPACES.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-EXISTE-SW        PIC X(01) VALUE 'N'.
           88 WRK-ADESAO-EXISTE VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-QTD-LISTADOS     PIC 9(03) VALUE ZEROS.
       77 WRK-PERC-MAX-VR      PIC 9(02)V99 VALUE 20.
       77 WRK-ACAO             PIC X(10) VALUE SPACES.
       77 WRK-VALOR-ED         PIC Z.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED          PIC Z9,99 VALUE ZEROS.
           COPY DUTILREG.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC136' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O BENEFICIOS.
           IF WRK-BENEFICIOS-ST NOT = '00'
               CLOSE BENEFICIOS
               OPEN OUTPUT BENEFICIOS
               CLOSE BENEFICIOS
               OPEN I-O BENEFICIOS
           END-IF.
           OPEN INPUT EMPREGADOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'BENEFICIOS - VALE-TRANSPORTE E REFEICAO'.
           DISPLAY '1-INCLUIR OU ALTERAR ADESAO'.
           DISPLAY '2-SUSPENDER OU REATIVAR ADESAO'.
           DISPLAY '3-CONSULTAR MATRICULA'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE BENEFICIOS
               CLOSE EMPREGADOS
               GOBACK
           END-IF.
           DISPLAY 'MATRICULA.. '
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           MOVE WRK-MATRICULA TO EMP-MATRICULA.
           READ EMPREGADOS
               INVALID KEY
                   DISPLAY 'EMPREGADO NAO ENCONTRADO'
               NOT INVALID KEY
                   DISPLAY 'EMPREGADO.. ' EMP-NOME
                   PERFORM EXECUTA-OPCAO
           END-READ.
           CLOSE EMPREGADOS.
           CLOSE BENEFICIOS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 3
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1 WHEN 2
                   SET ACE-ALTERAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       EXECUTA-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   IF EMP-DESLIGADO
                       DISPLAY 'EMPREGADO DESLIGADO - ADESAO '
                               'NAO PERMITIDA'
                   ELSE
                       PERFORM MANTEM-ADESAO
                   END-IF
               WHEN 2
                   PERFORM SUSPENDE-REATIVA
               WHEN 3
                   PERFORM CONSULTA-MATRICULA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * MANTEM-ADESAO - INCLUI A ADESAO OU ALTERA A
      * EXISTENTE (VALOR, QUANTIDADE, PARTICIPACAO, CARTAO E
      * INICIO); NO VALE-REFEICAO A QUANTIDADE E SEMPRE 1 E
      * NO VALE-TRANSPORTE O DESCONTO E O LEGAL DE 6%
      *****************************************************
       MANTEM-ADESAO.
           PERFORM LE-ADESAO.
           IF WRK-ADESAO-EXISTE
               PERFORM MOSTRA-ADESAO
               DISPLAY 'ADESAO EXISTENTE - INFORME OS NOVOS DADOS'
           END-IF.
           IF WRK-TIPO = 'T'
               DISPLAY 'TARIFA POR VIAGEM.. '
           ELSE
               DISPLAY 'CREDITO DIARIO.. '
           END-IF.
           MOVE 'N' TO WRK-DADO-OK-SW.
           PERFORM CAPTURA-VALOR-VALIDO UNTIL WRK-DADO-OK.
           IF WRK-TIPO = 'T'
               MOVE 'N' TO WRK-DADO-OK-SW
               PERFORM CAPTURA-QTD-VALIDA UNTIL WRK-DADO-OK
               MOVE ZEROS TO WRK-PERC-DESCONTO
           ELSE
               MOVE 1 TO WRK-QTD-DIA
               MOVE 'N' TO WRK-DADO-OK-SW
               PERFORM CAPTURA-PERC-VALIDO UNTIL WRK-DADO-OK
           END-IF.
           DISPLAY 'CARTAO NA OPERADORA.. '
           ACCEPT WRK-CARTAO.
           MOVE 'N' TO WRK-DADO-OK-SW.
           PERFORM CAPTURA-INICIO-VALIDO UNTIL WRK-DADO-OK.
           DISPLAY 'CONFIRMA A ADESAO (S/N).. '
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM GRAVA-ADESAO
           ELSE
               DISPLAY 'OPERACAO CANCELADA'
           END-IF.

       GRAVA-ADESAO.
           PERFORM LE-OPERADOR-SESSAO.
           IF NOT WRK-ADESAO-EXISTE
               MOVE SPACES TO BEN-REGISTRO
               MOVE WRK-MATRICULA TO BEN-MATRICULA
               MOVE WRK-TIPO      TO BEN-TIPO
           END-IF.
           MOVE WRK-VALOR-UNITARIO TO BEN-VALOR-UNITARIO.
           MOVE WRK-QTD-DIA        TO BEN-QTD-DIA.
           MOVE WRK-PERC-DESCONTO  TO BEN-PERC-DESCONTO.
           MOVE WRK-CARTAO         TO BEN-CARTAO.
           MOVE WRK-DATA-INICIO    TO BEN-DATA-INICIO.
           SET BEN-ATIVO           TO TRUE.
           MOVE WRK-DATA-HOJE      TO BEN-DATA-ALTERACAO.
           MOVE WRK-USUARIO        TO BEN-OPERADOR.
           IF WRK-ADESAO-EXISTE
               REWRITE BEN-REGISTRO
               MOVE 'ALTERACAO' TO WRK-ACAO
               DISPLAY 'ADESAO ALTERADA'
           ELSE
               WRITE BEN-REGISTRO
               MOVE 'ADESAO' TO WRK-ACAO
               DISPLAY 'ADESAO INCLUIDA'
           END-IF.
           IF BEN-TRANSPORTE
               DISPLAY 'O DESCONTO DE VALE-TRANSPORTE PASSA A SAIR '
                       'DO CALCULO MENSAL - RETIRE A RUBRICA FIXA '
                       'DA MATRICULA NO EMPRUBRI'
           END-IF.
           PERFORM GRAVA-AUDITORIA.

      *****************************************************
      * SUSPENDE-REATIVA - A ADESAO SUSPENSA FICA FORA DO
      * CALCULO DO MES (SEM PEDIDO E SEM DESCONTO)
      *****************************************************
       SUSPENDE-REATIVA.
           PERFORM LE-ADESAO.
           IF NOT WRK-ADESAO-EXISTE
               DISPLAY 'MATRICULA SEM ADESAO AO BENEFICIO'
           ELSE
               PERFORM MOSTRA-ADESAO
               IF BEN-ATIVO
                   DISPLAY 'SUSPENDER A ADESAO (S/N).. '
               ELSE
                   DISPLAY 'REATIVAR A ADESAO (S/N).. '
               END-IF
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM LE-OPERADOR-SESSAO
                   IF BEN-ATIVO
                       SET BEN-SUSPENSO TO TRUE
                       MOVE 'SUSPENSAO' TO WRK-ACAO
                   ELSE
                       SET BEN-ATIVO TO TRUE
                       MOVE 'REATIVACAO' TO WRK-ACAO
                   END-IF
                   MOVE WRK-DATA-HOJE TO BEN-DATA-ALTERACAO
                   MOVE WRK-USUARIO   TO BEN-OPERADOR
                   REWRITE BEN-REGISTRO
                   DISPLAY 'ADESAO ATUALIZADA - SITUACAO '
                           BEN-STATUS
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY 'OPERACAO CANCELADA'
               END-IF
           END-IF.

       LE-ADESAO.
           DISPLAY 'BENEFICIO (T-TRANSPORTE R-REFEICAO).. '
           PERFORM CAPTURA-TIPO UNTIL WRK-TIPO-VALIDO.
           MOVE 'N' TO WRK-EXISTE-SW.
           MOVE WRK-MATRICULA TO BEN-MATRICULA.
           MOVE WRK-TIPO      TO BEN-TIPO.
           READ BENEFICIOS
               NOT INVALID KEY
                   SET WRK-ADESAO-EXISTE TO TRUE
           END-READ.

       CONSULTA-MATRICULA.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-MATRICULA TO BEN-MATRICULA.
           MOVE LOW-VALUES TO BEN-TIPO.
           START BENEFICIOS KEY >= BEN-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-ADESAO-MATRICULA.
           PERFORM LISTA-ADESAO UNTIL WRK-FIM-ARQUIVO-OK.
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUMA ADESAO REGISTRADA'
           END-IF.

       LISTA-ADESAO.
           ADD 1 TO WRK-QTD-LISTADOS.
           PERFORM MOSTRA-ADESAO.
           PERFORM LER-ADESAO-MATRICULA.

       LER-ADESAO-MATRICULA.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ BENEFICIOS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
                   NOT AT END
                       IF BEN-MATRICULA NOT = WRK-MATRICULA
                           SET WRK-FIM-ARQUIVO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       MOSTRA-ADESAO.
           MOVE BEN-VALOR-UNITARIO TO WRK-VALOR-ED.
           MOVE BEN-PERC-DESCONTO  TO WRK-PERC-ED.
           DISPLAY 'BENEFICIO ' BEN-TIPO ' SITUACAO ' BEN-STATUS
                   ' DESDE ' BEN-DATA-INICIO.
           DISPLAY '   VALOR ' WRK-VALOR-ED ' POR DIA/VIAGEM X '
                   BEN-QTD-DIA ' PARTICIPACAO ' WRK-PERC-ED
                   '% CARTAO ' BEN-CARTAO.

       CAPTURA-TIPO.
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO TO BEN-TIPO.
           IF BEN-TIPO-VALIDO
               MOVE 'S' TO WRK-TIPO-SW
           ELSE
               DISPLAY 'BENEFICIO INVALIDO - DIGITE T OU R'
           END-IF.

       CAPTURA-VALOR-VALIDO.
           MOVE 'N' TO WRK-VALOR-UNITARIO-SW.
           PERFORM CAPTURA-VALOR-UNITARIO
               UNTIL WRK-VALOR-UNITARIO-VALIDO.
           IF WRK-VALOR-UNITARIO = ZEROS
               DISPLAY 'VALOR DEVE SER MAIOR QUE ZERO'
           ELSE
               SET WRK-DADO-OK TO TRUE
           END-IF.

       CAPTURA-QTD-VALIDA.
           DISPLAY 'VIAGENS POR DIA.. '.
           MOVE 'N' TO WRK-QTD-DIA-SW.
           PERFORM CAPTURA-QTD-DIA UNTIL WRK-QTD-DIA-VALIDO.
           IF WRK-QTD-DIA = ZEROS OR WRK-QTD-DIA > 8
               DISPLAY 'QUANTIDADE DEVE SER DE 1 A 8'
           ELSE
               SET WRK-DADO-OK TO TRUE
           END-IF.

       CAPTURA-PERC-VALIDO.
           DISPLAY 'PARTICIPACAO DO EMPREGADO (% DO VALOR).. '.
           MOVE 'N' TO WRK-PERC-DESCONTO-SW.
           PERFORM CAPTURA-PERC-DESCONTO
               UNTIL WRK-PERC-DESCONTO-VALIDO.
           IF WRK-PERC-DESCONTO > WRK-PERC-MAX-VR
               MOVE WRK-PERC-MAX-VR TO WRK-PERC-ED
               DISPLAY 'PARTICIPACAO ACIMA DO LIMITE DE '
                       WRK-PERC-ED '%'
           ELSE
               SET WRK-DADO-OK TO TRUE
           END-IF.

       CAPTURA-INICIO-VALIDO.
           DISPLAY 'INICIO DO BENEFICIO (AAAAMMDD).. '.
           MOVE 'N' TO WRK-DATA-INICIO-SW.
           PERFORM CAPTURA-DATA-INICIO UNTIL WRK-DATA-INICIO-VALIDA.
           SET DUT-FC-VALIDA-DATA TO TRUE.
           MOVE WRK-DATA-INICIO TO DUT-DATA-1.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF NOT DUT-OK
               DISPLAY 'DATA INVALIDA'
           ELSE
               IF WRK-DATA-INICIO < EMP-DATA-ADMISSAO
                   DISPLAY 'INICIO ANTERIOR A ADMISSAO'
               ELSE
                   SET WRK-DADO-OK TO TRUE
               END-IF
           END-IF.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           OPEN INPUT OPER-SESSAO.
           IF WRK-OPER-SESSAO-ST = '00'
               READ OPER-SESSAO
                   NOT AT END
                       MOVE SES-USUARIO TO WRK-USUARIO
               END-READ
               CLOSE OPER-SESSAO
           END-IF.

       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC136' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-ACAO ' MAT=' WRK-MATRICULA
               ' BENEF=' BEN-TIPO ' VALOR=' BEN-VALOR-UNITARIO
               ' QTD=' BEN-QTD-DIA ' SIT=' BEN-STATUS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-MATRICULA
               VALIDNUM-CAMPO     BY WRK-MATRICULA
               VALIDNUM-CHAVE-SW  BY WRK-MATRICULA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR-UNITARIO
               VALIDNUM-CAMPO     BY WRK-VALOR-UNITARIO
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-UNITARIO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-QTD-DIA
               VALIDNUM-CAMPO     BY WRK-QTD-DIA
               VALIDNUM-CHAVE-SW  BY WRK-QTD-DIA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PERC-DESCONTO
               VALIDNUM-CAMPO     BY WRK-PERC-DESCONTO
               VALIDNUM-CHAVE-SW  BY WRK-PERC-DESCONTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-INICIO
               VALIDNUM-CAMPO     BY WRK-DATA-INICIO
               VALIDNUM-CHAVE-SW  BY WRK-DATA-INICIO-SW.
