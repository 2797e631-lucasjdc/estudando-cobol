       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC149.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE CONTAS (CONTAS)
      * - A CONTA DO SALDO-CONTROLE PASSA A TER TITULAR (ID
      * DE PESSOA E CPF DO CADASTRO), TIPO, DATA DE
      * ABERTURA E SITUACAO. OPCAO 1 ABRE A CONTA (PESSOA
      * CADASTRADA COM CPF VALIDO; CONTA ANTIGA JA
      * EXISTENTE NO SALDO-CONTROLE E APENAS REGISTRADA, COM
      * O SALDO QUE TEM); 2 BLOQUEIA COM MOTIVO; 3 DESBLOQUEIA
      * OU REATIVA A CONTA DORMENTE; 4 ENCERRA - A CONTA
      * NEGATIVA TEM ANTES OS JUROS DE CHEQUE ESPECIAL
      * LIQUIDADOS ATE HOJE (MESMA TAXA DIARIA DO PROGCOB06,
      * LANCADOS NO MOVIMENT) E SO COM SALDO ZERO A CONTA E
      * ENCERRADA; 5 CONSULTA. TODA ALTERACAO VAI PARA A
      * TRILHA DE AUDITORIA
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
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WRK-CONTAS-ST.
           SELECT CADASTRO ASSIGN TO "CADASTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-CODIGO
               ALTERNATE RECORD KEY IS CAD-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CADASTRO-STATUS.
           SELECT SALDO-CONTROLE ASSIGN TO "SALDOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLD-CONTA
               FILE STATUS IS WRK-SALDO-STATUS.
           SELECT MOVIMENTOS ASSIGN TO "MOVIMENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVIMENTOS-STATUS.
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
       FD  CONTAS.
           COPY CONTAREG.
       FD  CADASTRO.
           COPY CADASREG.
       FD  SALDO-CONTROLE.
           COPY SALDOREG.
       FD  MOVIMENTOS.
           COPY MOVTOREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-CADASTRO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-SALDO-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-MOVIMENTOS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-CONTA            PIC 9(06) VALUE ZEROS.
       77 WRK-CONTA-SW         PIC X(01) VALUE 'N'.
           88 WRK-CONTA-VALIDA VALUE 'S'.
       77 WRK-PESSOA           PIC 9(06) VALUE ZEROS.
       77 WRK-PESSOA-SW        PIC X(01) VALUE 'N'.
           88 WRK-PESSOA-VALIDA VALUE 'S'.
       77 WRK-LIMITE           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-LIMITE-SW        PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-VALIDO VALUE 'S'.
       77 WRK-TIPO             PIC X(01) VALUE SPACES.
       77 WRK-TIPO-SW          PIC X(01) VALUE 'N'.
           88 WRK-TIPO-VALIDO VALUE 'S'.
       77 WRK-MOTIVO           PIC X(30) VALUE SPACES.
       77 WRK-CONTA-SIT-SW     PIC X(01) VALUE 'N'.
           88 WRK-CONTA-EXISTE VALUE 'S'.
       77 WRK-TEM-SALDO-SW     PIC X(01) VALUE 'N'.
           88 WRK-TEM-SALDO VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-ACAO             PIC X(12) VALUE SPACES.
       77 WRK-SITUACAO         PIC X(01) VALUE SPACES.
       77 WRK-DATA-JUROS       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-JUROS       PIC S9(05) VALUE ZEROS.
       77 WRK-CONTADOR-DIAS    PIC 9(05) VALUE ZEROS.
       77 WRK-TAXA-JUROS-DIA   PIC 9V9999 VALUE 0,0033.
       77 WRK-JUROS-DIA-VALOR  PIC S9(06)V99 VALUE ZEROS.
       77 WRK-JUROS-TOTAL      PIC S9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-ED         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DESCR-TIPO       PIC X(10) VALUE SPACES.
       77 WRK-DESCR-SITUACAO   PIC X(10) VALUE SPACES.
           COPY CPFWRK.
           COPY DUTILREG.
           COPY PERIOWRK.
           COPY CONTAWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC149' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'CADASTRO DE CONTAS'.
           DISPLAY '1-ABRIR 2-BLOQUEAR 3-DESBLOQUEAR'.
           DISPLAY '4-ENCERRAR 5-CONSULTAR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           IF WRK-OPCAO < 1 OR WRK-OPCAO > 5
               DISPLAY 'OPCAO INVALIDA'
               GOBACK
           END-IF.
           DISPLAY 'NUMERO DA CONTA.. '.
           PERFORM CAPTURA-CONTA UNTIL WRK-CONTA-VALIDA.
           IF WRK-CONTA = 0
               DISPLAY 'CONTA ZERO INVALIDA'
               GOBACK
           END-IF.
           OPEN I-O CONTAS.
           IF WRK-CONTAS-ST NOT = '00'
               CLOSE CONTAS
               OPEN OUTPUT CONTAS
               CLOSE CONTAS
               OPEN I-O CONTAS
           END-IF.
           MOVE WRK-CONTA TO CTA-NUMERO.
           READ CONTAS
               INVALID KEY
                   MOVE 'N' TO WRK-CONTA-SIT-SW
               NOT INVALID KEY
                   SET WRK-CONTA-EXISTE TO TRUE
           END-READ.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM ABRE-CONTA
               WHEN 2
                   PERFORM BLOQUEIA-CONTA
               WHEN 3
                   PERFORM DESBLOQUEIA-CONTA
               WHEN 4
                   PERFORM ENCERRA-CONTA
               WHEN 5
                   PERFORM CONSULTA-CONTA
           END-EVALUATE.
           CLOSE CONTAS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 5
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2 WHEN 3
                   SET ACE-ALTERAR TO TRUE
               WHEN 4
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * ABRE-CONTA - TITULAR PRECISA ESTAR NO CADASTRO DE
      * PESSOAS COM CPF VALIDO; SE O SALDO-CONTROLE JA TEM
      * A CONTA (CONTA CRIADA PELO MOVIMENTO ANTES DESTE
      * CADASTRO) O SALDO E O LIMITE SAO MANTIDOS, SENAO A
      * CONTA NASCE COM SALDO ZERO E O LIMITE INFORMADO
      *****************************************************
       ABRE-CONTA.
           IF WRK-CONTA-EXISTE
               DISPLAY 'CONTA JA CADASTRADA - SITUACAO ' CTA-STATUS
           ELSE
               PERFORM CAPTURA-TITULAR
           END-IF.

       CAPTURA-TITULAR.
           DISPLAY 'ID DA PESSOA TITULAR.. '.
           PERFORM CAPTURA-PESSOA UNTIL WRK-PESSOA-VALIDA.
           OPEN INPUT CADASTRO.
           IF WRK-CADASTRO-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE PESSOAS AUSENTE - '
                       'ABERTURA RECUSADA'
           ELSE
               MOVE WRK-PESSOA TO CAD-CODIGO
               READ CADASTRO
                   INVALID KEY
                       DISPLAY 'PESSOA NAO CADASTRADA - '
                               'ABERTURA RECUSADA'
                   NOT INVALID KEY
                       PERFORM CONFERE-CPF-TITULAR
               END-READ
               CLOSE CADASTRO
           END-IF.

       CONFERE-CPF-TITULAR.
           MOVE CAD-CPF TO WRK-CPF-NUMERO.
           PERFORM VALIDA-CPF.
           IF NOT WRK-CPF-VALIDO
               DISPLAY 'PESSOA ' CAD-NOME ' SEM CPF VALIDO - '
                       'ABERTURA RECUSADA'
           ELSE
               DISPLAY 'TITULAR.. ' CAD-NOME ' CPF ' CAD-CPF
               PERFORM GRAVA-ABERTURA
           END-IF.

       GRAVA-ABERTURA.
           DISPLAY 'TIPO (C-CORRENTE P-POUPANCA S-SALARIO).. '.
           PERFORM CAPTURA-TIPO UNTIL WRK-TIPO-VALIDO.
           OPEN I-O SALDO-CONTROLE.
           IF WRK-SALDO-STATUS NOT = '00'
               CLOSE SALDO-CONTROLE
               OPEN OUTPUT SALDO-CONTROLE
               CLOSE SALDO-CONTROLE
               OPEN I-O SALDO-CONTROLE
           END-IF.
           MOVE WRK-CONTA TO SLD-CONTA.
           READ SALDO-CONTROLE
               INVALID KEY
                   DISPLAY 'LIMITE DE CHEQUE ESPECIAL.. '
                   PERFORM CAPTURA-LIMITE UNTIL WRK-LIMITE-VALIDO
                   MOVE WRK-CONTA  TO SLD-CONTA
                   MOVE ZEROS      TO SLD-SALDO
                   MOVE WRK-LIMITE TO SLD-LIMITE
                   WRITE SLD-REGISTRO
               NOT INVALID KEY
                   MOVE SLD-SALDO TO WRK-SALDO-ED
                   DISPLAY 'CONTA JA MOVIMENTADA - SALDO '
                           WRK-SALDO-ED ' MANTIDO'
           END-READ.
           CLOSE SALDO-CONTROLE.
           MOVE SPACES        TO CTA-REGISTRO.
           MOVE WRK-CONTA     TO CTA-NUMERO.
           MOVE CAD-CODIGO    TO CTA-CAD-CODIGO.
           MOVE CAD-CPF       TO CTA-CPF.
           MOVE WRK-TIPO      TO CTA-TIPO.
           MOVE WRK-DATA-HOJE TO CTA-DATA-ABERTURA.
           SET CTA-ATIVA      TO TRUE.
           MOVE WRK-DATA-HOJE TO CTA-DATA-SITUACAO.
           MOVE WRK-DATA-HOJE TO CTA-DATA-ULT-MOV.
           WRITE CTA-REGISTRO.
           DISPLAY 'CONTA ' WRK-CONTA ' ABERTA'.
           MOVE 'ABERTURA' TO WRK-ACAO.
           PERFORM GRAVA-AUDITORIA.

       BLOQUEIA-CONTA.
           IF NOT WRK-CONTA-EXISTE
               DISPLAY 'CONTA NAO CADASTRADA'
           ELSE
               IF CTA-ATIVA OR CTA-DORMENTE
                   DISPLAY 'MOTIVO DO BLOQUEIO.. '
                   ACCEPT WRK-MOTIVO
                   SET CTA-BLOQUEADA TO TRUE
                   MOVE WRK-DATA-HOJE TO CTA-DATA-SITUACAO
                   MOVE WRK-MOTIVO TO CTA-MOTIVO
                   REWRITE CTA-REGISTRO
                   DISPLAY 'CONTA ' WRK-CONTA ' BLOQUEADA'
                   MOVE 'BLOQUEIO' TO WRK-ACAO
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY 'SITUACAO ' CTA-STATUS
                           ' NAO PERMITE BLOQUEIO'
               END-IF
           END-IF.

       DESBLOQUEIA-CONTA.
           IF NOT WRK-CONTA-EXISTE
               DISPLAY 'CONTA NAO CADASTRADA'
           ELSE
               IF CTA-BLOQUEADA OR CTA-DORMENTE
                   SET CTA-ATIVA TO TRUE
                   MOVE WRK-DATA-HOJE TO CTA-DATA-SITUACAO
                   MOVE WRK-DATA-HOJE TO CTA-DATA-ULT-MOV
                   MOVE SPACES TO CTA-MOTIVO
                   REWRITE CTA-REGISTRO
                   DISPLAY 'CONTA ' WRK-CONTA ' ATIVA'
                   MOVE 'DESBLOQUEIO' TO WRK-ACAO
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY 'SITUACAO ' CTA-STATUS
                           ' NAO PERMITE DESBLOQUEIO'
               END-IF
           END-IF.

      *****************************************************
      * ENCERRA-CONTA - LIQUIDA OS JUROS DE CHEQUE ESPECIAL
      * DA CONTA NEGATIVA DESDE O ULTIMO MOVIMENTO ATE HOJE
      * E SO ENCERRA COM SALDO ZERO; SALDO POSITIVO OU
      * NEGATIVO PRECISA SER ACERTADO ANTES NO MOVIMENTO
      *****************************************************
       ENCERRA-CONTA.
           IF NOT WRK-CONTA-EXISTE
               DISPLAY 'CONTA NAO CADASTRADA'
           ELSE
               IF CTA-ENCERRADA
                   DISPLAY 'CONTA JA ENCERRADA EM '
                           CTA-DATA-SITUACAO
               ELSE
                   PERFORM LIQUIDA-E-ENCERRA
               END-IF
           END-IF.

       LIQUIDA-E-ENCERRA.
           MOVE 'N' TO WRK-TEM-SALDO-SW.
           MOVE ZEROS TO SLD-SALDO.
           OPEN I-O SALDO-CONTROLE.
           IF WRK-SALDO-STATUS = '00'
               MOVE WRK-CONTA TO SLD-CONTA
               READ SALDO-CONTROLE
                   INVALID KEY
                       MOVE ZEROS TO SLD-SALDO
                   NOT INVALID KEY
                       SET WRK-TEM-SALDO TO TRUE
                       IF SLD-SALDO < 0
                           PERFORM LIQUIDA-JUROS-ENCERRAMENTO
                       END-IF
               END-READ
           END-IF.
           IF SLD-SALDO NOT = 0
               MOVE SLD-SALDO TO WRK-SALDO-ED
               DISPLAY 'SALDO ' WRK-SALDO-ED
                       ' - CONTA SO ENCERRA COM SALDO ZERO'
           ELSE
               IF WRK-TEM-SALDO
                   MOVE ZEROS TO SLD-LIMITE
                   REWRITE SLD-REGISTRO
               END-IF
               SET CTA-ENCERRADA TO TRUE
               MOVE WRK-DATA-HOJE TO CTA-DATA-SITUACAO
               MOVE SPACES TO CTA-MOTIVO
               REWRITE CTA-REGISTRO
               DISPLAY 'CONTA ' WRK-CONTA ' ENCERRADA'
               MOVE 'ENCERRAMENTO' TO WRK-ACAO
               PERFORM GRAVA-AUDITORIA
           END-IF.
           CLOSE SALDO-CONTROLE.

       LIQUIDA-JUROS-ENCERRAMENTO.
           MOVE CTA-DATA-ULT-MOV TO WRK-DATA-JUROS.
           IF WRK-DATA-JUROS = 0
               MOVE CTA-DATA-ABERTURA TO WRK-DATA-JUROS
           END-IF.
           MOVE ZEROS TO WRK-DIAS-JUROS.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE WRK-DATA-JUROS TO DUT-DATA-1.
           MOVE WRK-DATA-HOJE  TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF DUT-OK AND DUT-DIAS > 0
               MOVE DUT-DIAS TO WRK-DIAS-JUROS
           END-IF.
           IF WRK-DIAS-JUROS > 0
               MOVE 'C' TO WRK-PER-AREA
               MOVE WRK-DATA-HOJE TO WRK-PER-DATA
               MOVE 'PROGC149' TO WRK-PER-PROGRAMA
               MOVE WRK-CONTA TO WRK-PER-REFERENCIA
               PERFORM VERIFICA-PERIODO
               IF NOT WRK-PER-FECHADO
                   PERFORM POSTA-JUROS-ENCERRAMENTO
               END-IF
           END-IF.

       POSTA-JUROS-ENCERRAMENTO.
           MOVE ZEROS TO WRK-JUROS-TOTAL.
           MOVE ZEROS TO WRK-CONTADOR-DIAS.
           PERFORM CALCULA-JUROS-UM-DIA
               UNTIL WRK-CONTADOR-DIAS >= WRK-DIAS-JUROS.
           IF WRK-JUROS-TOTAL < 0
               REWRITE SLD-REGISTRO
               MOVE WRK-CONTA       TO MOV-CONTA
               MOVE WRK-DATA-HOJE   TO MOV-DATA
               SET MOV-DEBITO       TO TRUE
               COMPUTE MOV-VALOR = 0 - WRK-JUROS-TOTAL
               MOVE WRK-DIAS-JUROS  TO MOV-DIAS
               MOVE 'JUROS ENCERRAMENTO' TO MOV-HISTORICO
               MOVE 'ENCERRA'       TO MOV-DOCUMENTO
               OPEN EXTEND MOVIMENTOS
               WRITE MOV-REGISTRO
               CLOSE MOVIMENTOS
               MOVE WRK-DATA-HOJE TO CTA-DATA-ULT-MOV
               REWRITE CTA-REGISTRO
               MOVE MOV-VALOR TO WRK-VALOR-ED
               MOVE SLD-SALDO TO WRK-SALDO-ED
               DISPLAY 'JUROS DE ' WRK-DIAS-JUROS ' DIAS LIQUIDADOS '
                       WRK-VALOR-ED ' - SALDO ' WRK-SALDO-ED
               MOVE 'JUROS ENCERR' TO WRK-ACAO
               PERFORM GRAVA-AUDITORIA
           END-IF.

       CALCULA-JUROS-UM-DIA.
           COMPUTE WRK-JUROS-DIA-VALOR =
               SLD-SALDO * WRK-TAXA-JUROS-DIA.
           ADD WRK-JUROS-DIA-VALOR TO SLD-SALDO.
           ADD WRK-JUROS-DIA-VALOR TO WRK-JUROS-TOTAL.
           ADD 1 TO WRK-CONTADOR-DIAS.

       CONSULTA-CONTA.
           IF NOT WRK-CONTA-EXISTE
               DISPLAY 'CONTA NAO CADASTRADA'
           ELSE
               EVALUATE TRUE
                   WHEN CTA-CORRENTE
                       MOVE 'CORRENTE' TO WRK-DESCR-TIPO
                   WHEN CTA-POUPANCA
                       MOVE 'POUPANCA' TO WRK-DESCR-TIPO
                   WHEN CTA-SALARIO
                       MOVE 'SALARIO' TO WRK-DESCR-TIPO
               END-EVALUATE
               EVALUATE TRUE
                   WHEN CTA-ATIVA
                       MOVE 'ATIVA' TO WRK-DESCR-SITUACAO
                   WHEN CTA-BLOQUEADA
                       MOVE 'BLOQUEADA' TO WRK-DESCR-SITUACAO
                   WHEN CTA-DORMENTE
                       MOVE 'DORMENTE' TO WRK-DESCR-SITUACAO
                   WHEN CTA-ENCERRADA
                       MOVE 'ENCERRADA' TO WRK-DESCR-SITUACAO
               END-EVALUATE
               DISPLAY 'CONTA............ ' CTA-NUMERO
               DISPLAY 'ID DO TITULAR.... ' CTA-CAD-CODIGO
               DISPLAY 'CPF.............. ' CTA-CPF
               DISPLAY 'TIPO............. ' WRK-DESCR-TIPO
               DISPLAY 'ABERTURA......... ' CTA-DATA-ABERTURA
               DISPLAY 'SITUACAO......... ' WRK-DESCR-SITUACAO
                       ' DESDE ' CTA-DATA-SITUACAO
               DISPLAY 'MOTIVO........... ' CTA-MOTIVO
               DISPLAY 'ULTIMO MOVIMENTO. ' CTA-DATA-ULT-MOV
               PERFORM CONSULTA-SALDO
           END-IF.

       CONSULTA-SALDO.
           OPEN INPUT SALDO-CONTROLE.
           IF WRK-SALDO-STATUS = '00'
               MOVE WRK-CONTA TO SLD-CONTA
               READ SALDO-CONTROLE
                   INVALID KEY
                       DISPLAY 'SALDO............ SEM SALDO-CONTROLE'
                   NOT INVALID KEY
                       MOVE SLD-SALDO TO WRK-SALDO-ED
                       MOVE SLD-LIMITE TO WRK-VALOR-ED
                       DISPLAY 'SALDO............ ' WRK-SALDO-ED
                       DISPLAY 'LIMITE........... ' WRK-VALOR-ED
               END-READ
               CLOSE SALDO-CONTROLE
           END-IF.

       CAPTURA-TIPO.
           ACCEPT WRK-TIPO.
           EVALUATE WRK-TIPO
               WHEN 'C' WHEN 'P' WHEN 'S'
                   SET WRK-TIPO-VALIDO TO TRUE
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO - C, P OU S'
           END-EVALUATE.

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
           MOVE CTA-STATUS TO WRK-SITUACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC149' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'CONTA=' WRK-CONTA ' ' WRK-ACAO
               ' PESSOA=' CTA-CAD-CODIGO
               ' SIT=' WRK-SITUACAO
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
               VALIDNUM-PARAGRAFO BY CAPTURA-CONTA
               VALIDNUM-CAMPO     BY WRK-CONTA
               VALIDNUM-CHAVE-SW  BY WRK-CONTA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PESSOA
               VALIDNUM-CAMPO     BY WRK-PESSOA
               VALIDNUM-CHAVE-SW  BY WRK-PESSOA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-LIMITE
               VALIDNUM-CAMPO     BY WRK-LIMITE
               VALIDNUM-CHAVE-SW  BY WRK-LIMITE-SW.

           COPY VALIDCPF.

           COPY VERIFPER.
