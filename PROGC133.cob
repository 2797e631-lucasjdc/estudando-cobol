       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC133.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DOS AFASTAMENTOS DE EMPREGADOS
      * (AFASTAM) - REGISTRO DO AFASTAMENTO (TIPO, INICIO E
      * RETORNO PREVISTO), REGISTRO DO RETORNO EFETIVO,
      * ALTERACAO DA PREVISAO E CONSULTA POR MATRICULA. A
      * FOLHA MENSAL (PROGCOB32) PAGA OS DIAS PELA NATUREZA
      * DO AFASTAMENTO, O PROGCOB74 AJUSTA O PERIODO
      * AQUISITIVO E O PROGC134 LISTA OS AFASTADOS. SO UM
      * AFASTAMENTO EM ABERTO POR MATRICULA, SEM SOBREPOR
      * OS JA REGISTRADOS; DATA EM COMPETENCIA FECHADA PARA
      * A FOLHA E RECUSADA (ROTINA VERIFPER)
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
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-AFASTAMENTOS-ST.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTOS.
           COPY AFASTREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-AFASTAMENTOS-ST  PIC X(02) VALUE SPACES.
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
       77 WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO-SW   PIC X(01) VALUE 'N'.
           88 WRK-DATA-INICIO-VALIDA VALUE 'S'.
       77 WRK-RETORNO-PREV     PIC 9(08) VALUE ZEROS.
       77 WRK-RETORNO-PREV-SW  PIC X(01) VALUE 'N'.
           88 WRK-RETORNO-PREV-VALIDO VALUE 'S'.
       77 WRK-DATA-RETORNO     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-RETORNO-SW  PIC X(01) VALUE 'N'.
           88 WRK-DATA-RETORNO-VALIDA VALUE 'S'.
       77 WRK-DATA-OK-SW       PIC X(01) VALUE 'N'.
           88 WRK-DATA-OK VALUE 'S'.
       77 WRK-OBSERVACAO       PIC X(30) VALUE SPACES.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-CONFLITO-SW      PIC X(01) VALUE 'N'.
           88 WRK-CONFLITO VALUE 'S'.
       77 WRK-ABERTO-SW        PIC X(01) VALUE 'N'.
           88 WRK-TEM-ABERTO VALUE 'S'.
       77 WRK-INICIO-ABERTO    PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LISTADOS     PIC 9(03) VALUE ZEROS.
       77 WRK-ACAO             PIC X(10) VALUE SPACES.
           COPY DUTILREG.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC133' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O AFASTAMENTOS.
           IF WRK-AFASTAMENTOS-ST NOT = '00'
               CLOSE AFASTAMENTOS
               OPEN OUTPUT AFASTAMENTOS
               CLOSE AFASTAMENTOS
               OPEN I-O AFASTAMENTOS
           END-IF.
           OPEN INPUT EMPREGADOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'AFASTAMENTOS DE EMPREGADOS'.
           DISPLAY '1-REGISTRAR AFASTAMENTO'.
           DISPLAY '2-REGISTRAR RETORNO'.
           DISPLAY '3-ALTERAR RETORNO PREVISTO'.
           DISPLAY '4-CONSULTAR MATRICULA'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE AFASTAMENTOS
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
           CLOSE AFASTAMENTOS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 4
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2 WHEN 3
                   SET ACE-ALTERAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       EXECUTA-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   IF EMP-DESLIGADO
                       DISPLAY 'EMPREGADO DESLIGADO - AFASTAMENTO '
                               'NAO PERMITIDO'
                   ELSE
                       PERFORM REGISTRA-AFASTAMENTO
                   END-IF
               WHEN 2
                   PERFORM REGISTRA-RETORNO
               WHEN 3
                   PERFORM ALTERA-PREVISAO
               WHEN 4
                   PERFORM CONSULTA-MATRICULA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

      *****************************************************
      * REGISTRA-AFASTAMENTO - TIPO, INICIO, RETORNO
      * PREVISTO (ZEROS = SEM PREVISAO) E OBSERVACAO; O
      * INICIO NAO PODE CAIR DENTRO DE OUTRO AFASTAMENTO NEM
      * ANTES DE UM JA REGISTRADO, E A MATRICULA NAO PODE
      * TER AFASTAMENTO EM ABERTO
      *****************************************************
       REGISTRA-AFASTAMENTO.
           DISPLAY 'TIPO (D-DOENCA A-ACIDENTE TRABALHO '
                   'M-MATERNIDADE N-NAO REMUNERADA '
                   'R-REMUNERADA).. '
           PERFORM CAPTURA-TIPO UNTIL WRK-TIPO-VALIDO.
           MOVE 'N' TO WRK-DATA-OK-SW.
           PERFORM CAPTURA-INICIO-VALIDO UNTIL WRK-DATA-OK.
           MOVE 'N' TO WRK-DATA-OK-SW.
           PERFORM CAPTURA-PREVISAO-VALIDA UNTIL WRK-DATA-OK.
           DISPLAY 'OBSERVACAO.. '
           ACCEPT WRK-OBSERVACAO.
           PERFORM VERIFICA-CONFLITO.
           IF NOT WRK-CONFLITO
               MOVE 'F' TO WRK-PER-AREA
               MOVE WRK-DATA-INICIO TO WRK-PER-DATA
               MOVE 'PROGC133' TO WRK-PER-PROGRAMA
               MOVE WRK-MATRICULA TO WRK-PER-REFERENCIA
               PERFORM VERIFICA-PERIODO
               IF NOT WRK-PER-FECHADO
                   PERFORM GRAVA-AFASTAMENTO
               END-IF
           END-IF.

       CAPTURA-INICIO-VALIDO.
           DISPLAY 'DATA DE INICIO (AAAAMMDD).. '.
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
                   SET WRK-DATA-OK TO TRUE
               END-IF
           END-IF.

       CAPTURA-PREVISAO-VALIDA.
           DISPLAY 'RETORNO PREVISTO (AAAAMMDD, ZEROS = SEM '
                   'PREVISAO).. '.
           MOVE 'N' TO WRK-RETORNO-PREV-SW.
           PERFORM CAPTURA-RETORNO-PREV
               UNTIL WRK-RETORNO-PREV-VALIDO.
           IF WRK-RETORNO-PREV = ZEROS
               SET WRK-DATA-OK TO TRUE
           ELSE
               SET DUT-FC-VALIDA-DATA TO TRUE
               MOVE WRK-RETORNO-PREV TO DUT-DATA-1
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               IF NOT DUT-OK
                   DISPLAY 'DATA INVALIDA'
               ELSE
                   IF WRK-RETORNO-PREV NOT > WRK-DATA-INICIO
                       DISPLAY 'RETORNO DEVE SER POSTERIOR AO '
                               'INICIO'
                   ELSE
                       SET WRK-DATA-OK TO TRUE
                   END-IF
               END-IF
           END-IF.

       VERIFICA-CONFLITO.
           MOVE 'N' TO WRK-CONFLITO-SW.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-MATRICULA TO AFA-MATRICULA.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START AFASTAMENTOS KEY >= AFA-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-AFASTAMENTO-MATRICULA.
           PERFORM CONFERE-AFASTAMENTO UNTIL WRK-FIM-ARQUIVO-OK.

       CONFERE-AFASTAMENTO.
           EVALUATE TRUE
               WHEN AFA-DATA-RETORNO = ZEROS
                   DISPLAY 'AFASTAMENTO EM ABERTO DESDE '
                           AFA-DATA-INICIO ' - REGISTRE O RETORNO '
                           'ANTES'
                   SET WRK-CONFLITO TO TRUE
               WHEN AFA-DATA-INICIO NOT < WRK-DATA-INICIO
                   DISPLAY 'JA EXISTE AFASTAMENTO INICIADO EM '
                           AFA-DATA-INICIO ' - INICIO RECUSADO'
                   SET WRK-CONFLITO TO TRUE
               WHEN AFA-DATA-RETORNO > WRK-DATA-INICIO
                   DISPLAY 'INICIO DENTRO DO AFASTAMENTO DE '
                           AFA-DATA-INICIO ' A ' AFA-DATA-RETORNO
                   SET WRK-CONFLITO TO TRUE
           END-EVALUATE.
           PERFORM LER-AFASTAMENTO-MATRICULA.

       LER-AFASTAMENTO-MATRICULA.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ AFASTAMENTOS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
                   NOT AT END
                       IF AFA-MATRICULA NOT = WRK-MATRICULA
                           SET WRK-FIM-ARQUIVO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       GRAVA-AFASTAMENTO.
           DISPLAY 'CONFIRMA O AFASTAMENTO (S/N).. '
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM LE-OPERADOR-SESSAO
               MOVE SPACES           TO AFA-REGISTRO
               MOVE WRK-MATRICULA    TO AFA-MATRICULA
               MOVE WRK-DATA-INICIO  TO AFA-DATA-INICIO
               MOVE WRK-TIPO         TO AFA-TIPO
               MOVE WRK-RETORNO-PREV TO AFA-RETORNO-PREVISTO
               MOVE ZEROS            TO AFA-DATA-RETORNO
               MOVE WRK-OBSERVACAO   TO AFA-OBSERVACAO
               MOVE WRK-DATA-HOJE    TO AFA-DATA-REGISTRO
               MOVE WRK-USUARIO      TO AFA-OPERADOR
               WRITE AFA-REGISTRO
                   INVALID KEY
                       DISPLAY 'AFASTAMENTO JA REGISTRADO NA DATA'
                   NOT INVALID KEY
                       DISPLAY 'AFASTAMENTO REGISTRADO'
                       MOVE 'AFASTAMENT' TO WRK-ACAO
                       PERFORM GRAVA-AUDITORIA
               END-WRITE
           ELSE
               DISPLAY 'OPERACAO CANCELADA'
           END-IF.

      *****************************************************
      * REGISTRA-RETORNO - FECHA O AFASTAMENTO EM ABERTO DA
      * MATRICULA COM O PRIMEIRO DIA DE VOLTA AO TRABALHO
      *****************************************************
       REGISTRA-RETORNO.
           PERFORM LOCALIZA-ABERTO.
           IF NOT WRK-TEM-ABERTO
               DISPLAY 'MATRICULA SEM AFASTAMENTO EM ABERTO'
           ELSE
               DISPLAY 'AFASTAMENTO ' AFA-TIPO ' DESDE '
                       AFA-DATA-INICIO ' PREVISTO '
                       AFA-RETORNO-PREVISTO
               MOVE 'N' TO WRK-DATA-OK-SW
               PERFORM CAPTURA-RETORNO-VALIDO UNTIL WRK-DATA-OK
               MOVE 'F' TO WRK-PER-AREA
               MOVE WRK-DATA-RETORNO TO WRK-PER-DATA
               MOVE 'PROGC133' TO WRK-PER-PROGRAMA
               MOVE WRK-MATRICULA TO WRK-PER-REFERENCIA
               PERFORM VERIFICA-PERIODO
               IF NOT WRK-PER-FECHADO
                   PERFORM GRAVA-RETORNO
               END-IF
           END-IF.

       CAPTURA-RETORNO-VALIDO.
           DISPLAY 'DATA DO RETORNO (AAAAMMDD).. '.
           MOVE 'N' TO WRK-DATA-RETORNO-SW.
           PERFORM CAPTURA-DATA-RETORNO
               UNTIL WRK-DATA-RETORNO-VALIDA.
           SET DUT-FC-VALIDA-DATA TO TRUE.
           MOVE WRK-DATA-RETORNO TO DUT-DATA-1.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF NOT DUT-OK
               DISPLAY 'DATA INVALIDA'
           ELSE
               IF WRK-DATA-RETORNO NOT > WRK-INICIO-ABERTO
                   DISPLAY 'RETORNO DEVE SER POSTERIOR AO INICIO'
               ELSE
                   SET WRK-DATA-OK TO TRUE
               END-IF
           END-IF.

       GRAVA-RETORNO.
           MOVE WRK-MATRICULA     TO AFA-MATRICULA.
           MOVE WRK-INICIO-ABERTO TO AFA-DATA-INICIO.
           READ AFASTAMENTOS
               INVALID KEY
                   DISPLAY 'AFASTAMENTO NAO ENCONTRADO'
               NOT INVALID KEY
                   MOVE WRK-DATA-RETORNO TO AFA-DATA-RETORNO
                   REWRITE AFA-REGISTRO
                   DISPLAY 'RETORNO REGISTRADO - AJUSTE O PERIODO '
                           'AQUISITIVO NO PROGCOB74'
                   MOVE WRK-INICIO-ABERTO TO WRK-DATA-INICIO
                   MOVE AFA-TIPO TO WRK-TIPO
                   MOVE 'RETORNO' TO WRK-ACAO
                   PERFORM GRAVA-AUDITORIA
           END-READ.

       LOCALIZA-ABERTO.
           MOVE 'N' TO WRK-ABERTO-SW.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-INICIO-ABERTO.
           MOVE WRK-MATRICULA TO AFA-MATRICULA.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START AFASTAMENTOS KEY >= AFA-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-AFASTAMENTO-MATRICULA.
           PERFORM PROCURA-ABERTO UNTIL WRK-FIM-ARQUIVO-OK.

       PROCURA-ABERTO.
           IF AFA-DATA-RETORNO = ZEROS
               SET WRK-TEM-ABERTO TO TRUE
               MOVE AFA-DATA-INICIO TO WRK-INICIO-ABERTO
               SET WRK-FIM-ARQUIVO-OK TO TRUE
           ELSE
               PERFORM LER-AFASTAMENTO-MATRICULA
           END-IF.

       ALTERA-PREVISAO.
           PERFORM LOCALIZA-ABERTO.
           IF NOT WRK-TEM-ABERTO
               DISPLAY 'MATRICULA SEM AFASTAMENTO EM ABERTO'
           ELSE
               DISPLAY 'AFASTAMENTO ' AFA-TIPO ' DESDE '
                       AFA-DATA-INICIO ' PREVISTO '
                       AFA-RETORNO-PREVISTO
               MOVE WRK-INICIO-ABERTO TO WRK-DATA-INICIO
               MOVE 'N' TO WRK-DATA-OK-SW
               PERFORM CAPTURA-PREVISAO-VALIDA UNTIL WRK-DATA-OK
               MOVE WRK-MATRICULA     TO AFA-MATRICULA
               MOVE WRK-INICIO-ABERTO TO AFA-DATA-INICIO
               READ AFASTAMENTOS
                   INVALID KEY
                       DISPLAY 'AFASTAMENTO NAO ENCONTRADO'
                   NOT INVALID KEY
                       MOVE WRK-RETORNO-PREV TO AFA-RETORNO-PREVISTO
                       REWRITE AFA-REGISTRO
                       DISPLAY 'PREVISAO ALTERADA'
                       MOVE AFA-TIPO TO WRK-TIPO
                       MOVE 'PREVISAO' TO WRK-ACAO
                       PERFORM GRAVA-AUDITORIA
               END-READ
           END-IF.

       CONSULTA-MATRICULA.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-MATRICULA TO AFA-MATRICULA.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START AFASTAMENTOS KEY >= AFA-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           DISPLAY 'T INICIO   PREVISTO RETORNO  OBSERVACAO'.
           PERFORM LER-AFASTAMENTO-MATRICULA.
           PERFORM MOSTRA-AFASTAMENTO UNTIL WRK-FIM-ARQUIVO-OK.
           IF WRK-QTD-LISTADOS = 0
               DISPLAY 'NENHUM AFASTAMENTO REGISTRADO'
           END-IF.

       MOSTRA-AFASTAMENTO.
           ADD 1 TO WRK-QTD-LISTADOS.
           DISPLAY AFA-TIPO ' ' AFA-DATA-INICIO ' '
                   AFA-RETORNO-PREVISTO ' ' AFA-DATA-RETORNO ' '
                   AFA-OBSERVACAO.
           PERFORM LER-AFASTAMENTO-MATRICULA.

       CAPTURA-TIPO.
           ACCEPT WRK-TIPO.
           MOVE WRK-TIPO TO AFA-TIPO.
           IF AFA-TIPO-VALIDO
               MOVE 'S' TO WRK-TIPO-SW
           ELSE
               DISPLAY 'TIPO INVALIDO - DIGITE D, A, M, N OU R'
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
           MOVE 'PROGC133' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-ACAO ' MAT=' WRK-MATRICULA
               ' T=' WRK-TIPO ' INI=' WRK-DATA-INICIO
               ' RET=' AFA-DATA-RETORNO
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
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-INICIO
               VALIDNUM-CAMPO     BY WRK-DATA-INICIO
               VALIDNUM-CHAVE-SW  BY WRK-DATA-INICIO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-RETORNO-PREV
               VALIDNUM-CAMPO     BY WRK-RETORNO-PREV
               VALIDNUM-CHAVE-SW  BY WRK-RETORNO-PREV-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-RETORNO
               VALIDNUM-CAMPO     BY WRK-DATA-RETORNO
               VALIDNUM-CHAVE-SW  BY WRK-DATA-RETORNO-SW.

           COPY VERIFPER.
