       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC147.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CAMPANHA DE REMATRICULA DO ANO LETIVO COM
      * RESERVA DE VAGA E LISTA DE ESPERA. A GERACAO RESERVA,
      * NAS TURMAS ATIVAS DO CURSO/SERIE DO ANO SEGUINTE, UMA
      * VAGA PARA CADA ALUNO PROMOVIDO OU RETIDO PELO
      * PROGCOB84 (PROMOALU), COM PRAZO DE CONFIRMACAO; QUEM
      * NAO CABE NAS TURMAS VAI PARA A LISTA DE ESPERA. O
      * CANDIDATO NOVO ENTRA NA LISTA DO CURSO/SERIE E E
      * CHAMADO NA ORDEM DE INSCRICAO QUANDO HA VAGA LIVRE
      * (RESERVA LIBERADA POR DESISTENCIA OU PRAZO VENCIDO),
      * COM PRAZO PROPRIO. A CONFIRMACAO OCUPA A VAGA NA
      * TURMA (MATRICULANDO O CANDIDATO NOVO) E GERA O
      * TITULO DA TAXA DE MATRICULA NO CONTAS A RECEBER, NO
      * VALOR DA MENSALIDADE DO CURSO/SERIE (MENSALID). O
      * RELATORIO RELVAGAS MOSTRA AS VAGAS CONFIRMADAS,
      * PENDENTES E LIBERADAS POR TURMA E A LISTA DE ESPERA
      * DATA 2026-10-15
      * 2026-10-15 LC  ALUNO NOVO CONFIRMADO ENTRA COM OS DADOS
      * DO CENSO ZERADOS, PARA COMPLETAR NO PROGCOB39
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
           SELECT REMATRICULAS ASSIGN TO "REMATRIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMT-CHAVE
               FILE STATUS IS WRK-REMATRICULAS-ST.
           SELECT ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-ESPERA-ST.
           SELECT RMT-CONTROLE ASSIGN TO "RMTCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMC-ANO
               FILE STATUS IS WRK-RMT-CONTROLE-ST.
           SELECT TURMAS ASSIGN TO "TURMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WRK-TURMAS-STATUS.
           SELECT ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT PROMO-ALUNOS ASSIGN TO "PROMOALU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROMO-ALUNOS-ST.
           SELECT PROM-CONTROLE ASSIGN TO "PROMCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-ANO
               FILE STATUS IS WRK-PROM-CONTROLE-ST.
           SELECT MENSALIDADES ASSIGN TO "MENSALID"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MEN-CHAVE
               FILE STATUS IS WRK-MENSALIDADES-ST.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT MEN-NUMERACAO ASSIGN TO "MENNUMCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNU-CHAVE
               FILE STATUS IS WRK-MEN-NUMERACAO-ST.
           SELECT RELATORIO ASSIGN TO "RELREMAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT RELVAGAS ASSIGN TO "RELVAGAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELVAGAS-STATUS.
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
       FD  REMATRICULAS.
           COPY RMATREG.
       FD  ESPERA.
           COPY ESPERREG.
       FD  RMT-CONTROLE.
           COPY RMCTLREG.
       FD  TURMAS.
           COPY TURMAREG.
       FD  ALUNOS.
           COPY ALUNOREG.
       FD  PROMO-ALUNOS.
           COPY PROMALREG.
       FD  PROM-CONTROLE.
           COPY PRCTLREG.
       FD  MENSALIDADES.
           COPY MENSAREG.
       FD  TITULOS.
           COPY TITREG.
       FD  MEN-NUMERACAO.
           COPY MENNUREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  RELVAGAS.
       01  RVG-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-REMATRICULAS-ST  PIC X(02) VALUE SPACES.
       77 WRK-ESPERA-ST        PIC X(02) VALUE SPACES.
       77 WRK-RMT-CONTROLE-ST  PIC X(02) VALUE SPACES.
       77 WRK-TURMAS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PROMO-ALUNOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-PROM-CONTROLE-ST PIC X(02) VALUE SPACES.
       77 WRK-MENSALIDADES-ST  PIC X(02) VALUE SPACES.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-MEN-NUMERACAO-ST PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-RELVAGAS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
           COPY PERIOWRK.
           COPY DUTILREG.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-ANO              PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-SW           PIC X(01) VALUE 'N'.
           88 WRK-ANO-VALIDO VALUE 'S'.
       77 WRK-ANO-ANTERIOR     PIC 9(04) VALUE ZEROS.
       77 WRK-PRAZO            PIC 9(08) VALUE ZEROS.
       77 WRK-PRAZO-SW         PIC X(01) VALUE 'N'.
           88 WRK-PRAZO-VALIDO VALUE 'S'.
       77 WRK-PRAZO-CHAMADA    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CHAMADA     PIC 9(03) VALUE 10.
       77 WRK-DIAS-VENCTO      PIC 9(03) VALUE 10.
       77 WRK-DATA-VENCTO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-SW     PIC X(01) VALUE 'N'.
           88 WRK-MATRICULA-VALIDO VALUE 'S'.
       77 WRK-TURMA            PIC X(03) VALUE SPACES.
       77 WRK-SEQ              PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-SW           PIC X(01) VALUE 'N'.
           88 WRK-SEQ-VALIDO VALUE 'S'.
       77 WRK-CURSO            PIC X(10) VALUE SPACES.
       77 WRK-SERIE            PIC 9(02) VALUE ZEROS.
       77 WRK-SERIE-SW         PIC X(01) VALUE 'N'.
           88 WRK-SERIE-VALIDA VALUE 'S'.
       77 WRK-NOME             PIC X(30) VALUE SPACES.
       77 WRK-RESP-NOME        PIC X(30) VALUE SPACES.
       77 WRK-RESP-ENDERECO    PIC X(40) VALUE SPACES.
       77 WRK-RESP-FONE        PIC 9(11) VALUE ZEROS.
       77 WRK-RESP-FONE-SW     PIC X(01) VALUE 'N'.
           88 WRK-RESP-FONE-VALIDO VALUE 'S'.
       77 WRK-ESP-MATRICULA    PIC 9(06) VALUE ZEROS.
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WRK-ARQUIVOS-SW      PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-OK VALUE 'S'.
       77 WRK-CAMPANHA-SW      PIC X(01) VALUE 'N'.
           88 WRK-CAMPANHA-EXISTE VALUE 'S'.
       77 WRK-ALU-SW           PIC X(01) VALUE 'N'.
           88 WRK-ALU-OK VALUE 'S'.
       77 WRK-RMT-SW           PIC X(01) VALUE 'N'.
           88 WRK-RMT-OK VALUE 'S'.
       77 WRK-TEM-RESERVA-SW   PIC X(01) VALUE 'N'.
           88 WRK-TEM-RESERVA VALUE 'S'.
       77 WRK-NA-LISTA-SW      PIC X(01) VALUE 'N'.
           88 WRK-JA-NA-LISTA VALUE 'S'.
       77 WRK-GRAVOU-SW        PIC X(01) VALUE 'N'.
           88 WRK-GRAVOU VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-RESERVA      PIC X(01) VALUE 'N'.
           88 WRK-FIM-RESERVA-OK VALUE 'S'.
       77 WRK-FIM-ESPERA       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ESPERA-OK VALUE 'S'.
       77 WRK-FIM-CHAMADA      PIC X(01) VALUE 'N'.
           88 WRK-FIM-CHAMADA-OK VALUE 'S'.
       77 WRK-ACHOU-ESP-SW     PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-ESPERA VALUE 'S'.
       77 WRK-ULT-SEQ-ESP      PIC 9(04) VALUE ZEROS.
       77 WRK-NUM-TITULO       PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-MATRICULA  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRAZO-CAMPANHA   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CAMPANHA    PIC 9(08) VALUE ZEROS.
      *****************************************************
      * TABELA DAS TURMAS COM A OCUPACAO DA CAMPANHA DO ANO
      * (RESERVAS CONFIRMADAS, PENDENTES E LIBERADAS) E A
      * ULTIMA SEQUENCIA DE RESERVA DE CADA TURMA
      *****************************************************
       77 WRK-MAX-TURMAS       PIC 9(03) VALUE 100.
       77 WRK-QTD-TURMAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TUR          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CHM          PIC 9(03) VALUE ZEROS.
       77 WRK-POS-TUR          PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FORA-TABELA  PIC 9(03) VALUE ZEROS.
       77 WRK-EXISTE-TUR-SW    PIC X(01) VALUE 'N'.
           88 WRK-EXISTE-TURMA VALUE 'S'.
       77 WRK-BUSCA-CURSO      PIC X(10) VALUE SPACES.
       77 WRK-BUSCA-SERIE      PIC 9(02) VALUE ZEROS.
       77 WRK-BUSCA-TURMA      PIC X(03) VALUE SPACES.
       01 WRK-TAB-TURMAS.
           02 WRK-TUR-LINHA OCCURS 100 TIMES.
               03 WRK-TUR-CODIGO      PIC X(03).
               03 WRK-TUR-CURSO       PIC X(10).
               03 WRK-TUR-SERIE       PIC 9(02).
               03 WRK-TUR-ATIVA-SW    PIC X(01).
                   88 WRK-TUR-ATIVA VALUE 'S'.
               03 WRK-TUR-CAPACIDADE  PIC 9(03).
               03 WRK-TUR-CONFIRMADAS PIC 9(03).
               03 WRK-TUR-PENDENTES   PIC 9(03).
               03 WRK-TUR-LIBERADAS   PIC 9(03).
               03 WRK-TUR-ULT-SEQ     PIC 9(03).
       77 WRK-VAGAS-LIVRES     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RESERVAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ESPERA       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BLOQUEADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INATIVOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-TURMA    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENCIDAS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CHAMADOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AGUARDANDO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CHAMADOS-GRP PIC 9(05) VALUE ZEROS.
       77 WRK-GRP-CURSO        PIC X(10) VALUE SPACES.
       77 WRK-GRP-SERIE        PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-CAPACIDADE   PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CONFIRMADAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PENDENTES    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-LIBERADAS    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-LIVRES       PIC 9(05) VALUE ZEROS.
       77 WRK-SITUACAO-DESC    PIC X(10) VALUE SPACES.
       77 WRK-DETALHE          PIC X(12) VALUE SPACES.
       77 WRK-AUD-TEXTO        PIC X(57) VALUE SPACES.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-COL1-ED          PIC ZZ9 VALUE ZEROS.
       77 WRK-COL2-ED          PIC ZZ9 VALUE ZEROS.
       77 WRK-COL3-ED          PIC ZZ9 VALUE ZEROS.
       77 WRK-COL4-ED          PIC ZZ9 VALUE ZEROS.
       77 WRK-COL5-ED          PIC ZZ9 VALUE ZEROS.
       77 WRK-TOT1-ED          PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-TOT2-ED          PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-TOT3-ED          PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-TOT4-ED          PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-TOT5-ED          PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC147' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'REMATRICULA E LISTA DE ESPERA'.
           DISPLAY '1-GERAR RESERVAS DA REMATRICULA'.
           DISPLAY '2-INSCREVER NA LISTA DE ESPERA'.
           DISPLAY '3-CONFIRMAR RESERVA'.
           DISPLAY '4-LIBERAR RESERVA (DESISTENCIA)'.
           DISPLAY '5-LIBERAR RESERVAS VENCIDAS'.
           DISPLAY '6-RELATORIO DE VAGAS'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           IF WRK-OPCAO < 1 OR WRK-OPCAO > 6
               DISPLAY 'OPCAO INVALIDA'
               GOBACK
           END-IF.
           DISPLAY 'ANO LETIVO DA CAMPANHA (AAAA).. '.
           PERFORM CAPTURA-ANO UNTIL WRK-ANO-VALIDO.
           IF WRK-ANO = ZEROS
               DISPLAY 'ANO LETIVO INVALIDO'
               GOBACK
           END-IF.
           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO - 1.
           PERFORM ABRE-ARQUIVOS.
           IF NOT WRK-ARQUIVOS-OK
               GOBACK
           END-IF.
           PERFORM CARREGA-TURMAS.
           PERFORM LE-CAMPANHA.
           IF WRK-OPCAO = 1
               PERFORM GERA-RESERVAS
           ELSE
               IF NOT WRK-CAMPANHA-EXISTE
                   DISPLAY 'NAO HA CAMPANHA DE REMATRICULA GERADA '
                           'PARA O ANO ' WRK-ANO
               ELSE
                   EVALUATE WRK-OPCAO
                       WHEN 2
                           PERFORM INSCREVE-LISTA-ESPERA
                       WHEN 3
                           PERFORM CONFIRMA-RESERVA
                       WHEN 4
                           PERFORM LIBERA-RESERVA
                       WHEN 5
                           PERFORM LIBERA-VENCIDAS
                       WHEN 6
                           PERFORM EMITE-RELATORIO-VAGAS
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM FECHA-ARQUIVOS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 6
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1 WHEN 2
                   SET ACE-INCLUIR TO TRUE
               WHEN 3 WHEN 4 WHEN 5
                   SET ACE-ALTERAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * ABRE-ARQUIVOS - RESERVAS E LISTA DE ESPERA SAO
      * CRIADAS NA PRIMEIRA EXECUCAO; SEM O CADASTRO DE
      * TURMAS OU DE ALUNOS NAO HA O QUE RESERVAR
      *****************************************************
       ABRE-ARQUIVOS.
           MOVE 'N' TO WRK-ARQUIVOS-SW.
           OPEN INPUT TURMAS.
           IF WRK-TURMAS-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE TURMAS INEXISTENTE'
           ELSE
               OPEN I-O ALUNOS
               IF WRK-ALUNOS-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE ALUNOS INEXISTENTE'
                   CLOSE TURMAS
               ELSE
                   SET WRK-ARQUIVOS-OK TO TRUE
               END-IF
           END-IF.
           IF WRK-ARQUIVOS-OK
               OPEN I-O REMATRICULAS
               IF WRK-REMATRICULAS-ST NOT = '00'
                   CLOSE REMATRICULAS
                   OPEN OUTPUT REMATRICULAS
                   CLOSE REMATRICULAS
                   OPEN I-O REMATRICULAS
               END-IF
               OPEN I-O ESPERA
               IF WRK-ESPERA-ST NOT = '00'
                   CLOSE ESPERA
                   OPEN OUTPUT ESPERA
                   CLOSE ESPERA
                   OPEN I-O ESPERA
               END-IF
           END-IF.

       FECHA-ARQUIVOS.
           CLOSE ESPERA.
           CLOSE REMATRICULAS.
           CLOSE ALUNOS.
           CLOSE TURMAS.

       LE-CAMPANHA.
           MOVE 'N' TO WRK-CAMPANHA-SW.
           OPEN INPUT RMT-CONTROLE.
           IF WRK-RMT-CONTROLE-ST = '00'
               MOVE WRK-ANO TO RMC-ANO
               READ RMT-CONTROLE
                   NOT INVALID KEY
                       SET WRK-CAMPANHA-EXISTE TO TRUE
                       MOVE RMC-PRAZO TO WRK-PRAZO-CAMPANHA
                       MOVE RMC-DATA-GERACAO TO WRK-DATA-CAMPANHA
               END-READ
               CLOSE RMT-CONTROLE
           END-IF.

      *****************************************************
      * CARREGA-TURMAS - TODAS AS TURMAS DO CADASTRO, COM A
      * OCUPACAO JA REGISTRADA NAS RESERVAS DO ANO. VAGA
      * OCUPADA E RESERVA PENDENTE OU CONFIRMADA
      *****************************************************
       CARREGA-TURMAS.
           MOVE ZEROS TO WRK-QTD-TURMAS.
           MOVE ZEROS TO WRK-QTD-FORA-TABELA.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO TUR-CODIGO.
           START TURMAS KEY >= TUR-CODIGO
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-TURMA.
           PERFORM GUARDA-TURMA UNTIL WRK-FIM-ARQUIVO-OK.
           IF WRK-QTD-FORA-TABELA > 0
               DISPLAY WRK-QTD-FORA-TABELA ' TURMA(S) ACIMA DO '
                       'LIMITE DE ' WRK-MAX-TURMAS ' IGNORADA(S)'
           END-IF.
           MOVE WRK-ANO TO RMT-ANO.
           MOVE LOW-VALUES TO RMT-TURMA.
           MOVE ZEROS TO RMT-SEQ.
           PERFORM INICIA-LEITURA-RESERVAS.
           PERFORM ACUMULA-RESERVA UNTIL WRK-FIM-RESERVA-OK.

       LER-TURMA.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ TURMAS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       GUARDA-TURMA.
           IF WRK-QTD-TURMAS < WRK-MAX-TURMAS
               ADD 1 TO WRK-QTD-TURMAS
               MOVE WRK-QTD-TURMAS TO WRK-IDX-TUR
               MOVE TUR-CODIGO TO WRK-TUR-CODIGO (WRK-IDX-TUR)
               MOVE TUR-CURSO  TO WRK-TUR-CURSO (WRK-IDX-TUR)
               MOVE TUR-SERIE  TO WRK-TUR-SERIE (WRK-IDX-TUR)
               MOVE 'N' TO WRK-TUR-ATIVA-SW (WRK-IDX-TUR)
               IF TUR-ATIVA
                   SET WRK-TUR-ATIVA (WRK-IDX-TUR) TO TRUE
               END-IF
               MOVE TUR-CAPACIDADE
                 TO WRK-TUR-CAPACIDADE (WRK-IDX-TUR)
               MOVE ZEROS TO WRK-TUR-CONFIRMADAS (WRK-IDX-TUR)
               MOVE ZEROS TO WRK-TUR-PENDENTES (WRK-IDX-TUR)
               MOVE ZEROS TO WRK-TUR-LIBERADAS (WRK-IDX-TUR)
               MOVE ZEROS TO WRK-TUR-ULT-SEQ (WRK-IDX-TUR)
           ELSE
               ADD 1 TO WRK-QTD-FORA-TABELA
           END-IF.
           PERFORM LER-TURMA.

      *****************************************************
      * INICIA-LEITURA-RESERVAS / LER-RESERVA - LEITURA DAS
      * RESERVAS DO ANO A PARTIR DA CHAVE MONTADA EM
      * RMT-CHAVE PELO CHAMADOR
      *****************************************************
       INICIA-LEITURA-RESERVAS.
           MOVE 'N' TO WRK-FIM-RESERVA.
           START REMATRICULAS KEY >= RMT-CHAVE
               INVALID KEY
                   SET WRK-FIM-RESERVA-OK TO TRUE
           END-START.
           PERFORM LER-RESERVA.

       LER-RESERVA.
           IF NOT WRK-FIM-RESERVA-OK
               READ REMATRICULAS NEXT
                   AT END
                       SET WRK-FIM-RESERVA-OK TO TRUE
                   NOT AT END
                       IF RMT-ANO NOT = WRK-ANO
                           SET WRK-FIM-RESERVA-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       ACUMULA-RESERVA.
           MOVE RMT-TURMA TO WRK-BUSCA-TURMA.
           PERFORM LOCALIZA-TURMA.
           IF WRK-POS-TUR > 0
               MOVE RMT-SEQ TO WRK-TUR-ULT-SEQ (WRK-POS-TUR)
               EVALUATE TRUE
                   WHEN RMT-CONFIRMADA
                       ADD 1 TO WRK-TUR-CONFIRMADAS (WRK-POS-TUR)
                   WHEN RMT-PENDENTE
                       ADD 1 TO WRK-TUR-PENDENTES (WRK-POS-TUR)
                   WHEN OTHER
                       ADD 1 TO WRK-TUR-LIBERADAS (WRK-POS-TUR)
               END-EVALUATE
           END-IF.
           PERFORM LER-RESERVA.

       LOCALIZA-TURMA.
           MOVE ZEROS TO WRK-POS-TUR.
           PERFORM COMPARA-TURMA
               VARYING WRK-IDX-TUR FROM 1 BY 1
               UNTIL WRK-IDX-TUR > WRK-QTD-TURMAS
                  OR WRK-POS-TUR > 0.

       COMPARA-TURMA.
           IF WRK-TUR-CODIGO (WRK-IDX-TUR) = WRK-BUSCA-TURMA
               MOVE WRK-IDX-TUR TO WRK-POS-TUR
           END-IF.

      *****************************************************
      * PROCURA-TURMA-LIVRE - TURMA ATIVA DO CURSO/SERIE
      * (WRK-BUSCA-CURSO E WRK-BUSCA-SERIE) COM CAPACIDADE
      * ACIMA DAS VAGAS OCUPADAS; A TURMA PREFERIDA
      * (WRK-BUSCA-TURMA, A DO ANO ANTERIOR) VEM PRIMEIRO.
      * DEVOLVE A POSICAO EM WRK-POS-TUR (ZERO SEM VAGA) E
      * WRK-EXISTE-TURMA QUANDO HA TURMA ATIVA DO CURSO/SERIE
      *****************************************************
       PROCURA-TURMA-LIVRE.
           MOVE 'N' TO WRK-EXISTE-TUR-SW.
           MOVE ZEROS TO WRK-POS-TUR.
           IF WRK-BUSCA-TURMA NOT = SPACES
               PERFORM LOCALIZA-TURMA
               IF WRK-POS-TUR > 0
                   MOVE WRK-POS-TUR TO WRK-IDX-TUR
                   MOVE ZEROS TO WRK-POS-TUR
                   PERFORM AVALIA-TURMA-LIVRE
               END-IF
           END-IF.
           IF WRK-POS-TUR = 0
               PERFORM AVALIA-TURMA-LIVRE
                   VARYING WRK-IDX-TUR FROM 1 BY 1
                   UNTIL WRK-IDX-TUR > WRK-QTD-TURMAS
                      OR WRK-POS-TUR > 0
           END-IF.

       AVALIA-TURMA-LIVRE.
           IF WRK-TUR-ATIVA (WRK-IDX-TUR)
              AND WRK-TUR-CURSO (WRK-IDX-TUR) = WRK-BUSCA-CURSO
              AND WRK-TUR-SERIE (WRK-IDX-TUR) = WRK-BUSCA-SERIE
               SET WRK-EXISTE-TURMA TO TRUE
               IF WRK-TUR-CAPACIDADE (WRK-IDX-TUR) >
                  WRK-TUR-CONFIRMADAS (WRK-IDX-TUR) +
                  WRK-TUR-PENDENTES (WRK-IDX-TUR)
                   MOVE WRK-IDX-TUR TO WRK-POS-TUR
               END-IF
           END-IF.

      *****************************************************
      * GRAVA-RESERVA - RESERVA PENDENTE NA TURMA DA POSICAO
      * WRK-POS-TUR, COM A PROXIMA SEQUENCIA DA TURMA. O
      * CHAMADOR PREENCHE TIPO, ALUNO, CURSO/SERIE, ORIGEM E
      * PRAZO
      *****************************************************
       GRAVA-RESERVA.
           MOVE 'N' TO WRK-GRAVOU-SW.
           IF WRK-TUR-ULT-SEQ (WRK-POS-TUR) = 999
               DISPLAY 'TURMA ' WRK-TUR-CODIGO (WRK-POS-TUR)
                       ' SEM SEQUENCIA DE RESERVA LIVRE'
           ELSE
               ADD 1 TO WRK-TUR-ULT-SEQ (WRK-POS-TUR)
               MOVE WRK-ANO TO RMT-ANO
               MOVE WRK-TUR-CODIGO (WRK-POS-TUR) TO RMT-TURMA
               MOVE WRK-TUR-ULT-SEQ (WRK-POS-TUR) TO RMT-SEQ
               MOVE WRK-DATA-HOJE TO RMT-DATA-RESERVA
               MOVE WRK-DATA-HOJE TO RMT-DATA-SITUACAO
               SET RMT-PENDENTE TO TRUE
               MOVE SPACES TO RMT-MOTIVO-LIB
               MOVE ZEROS TO RMT-TITULO
               WRITE RMT-REGISTRO
                   INVALID KEY
                       DISPLAY 'RESERVA ' RMT-TURMA '/' RMT-SEQ
                               ' JA EXISTE - NAO GRAVADA'
                   NOT INVALID KEY
                       SET WRK-GRAVOU TO TRUE
                       ADD 1 TO WRK-TUR-PENDENTES (WRK-POS-TUR)
               END-WRITE
           END-IF.

      *****************************************************
      * GERA-RESERVAS - UMA VEZ POR ANO LETIVO (TRAVA
      * RMTCTRL), DEPOIS DA PROMOCAO DO ANO ANTERIOR
      * (PROMCTRL). CADA ALUNO ATIVO PROMOVIDO OU RETIDO
      * GANHA A RESERVA NA TURMA LIVRE DO CURSO/SERIE;
      * BLOQUEADO NAO RESERVA ATE A REGULARIZACAO; TURMAS
      * LOTADAS LEVAM O ALUNO PARA A LISTA DE ESPERA
      *****************************************************
       GERA-RESERVAS.
           IF WRK-CAMPANHA-EXISTE
               DISPLAY 'RESERVAS DO ANO ' WRK-ANO ' JA GERADAS EM '
                       WRK-DATA-CAMPANHA ' - GERACAO RECUSADA'
           ELSE
               PERFORM VERIFICA-PROMOCAO
           END-IF.

       VERIFICA-PROMOCAO.
           MOVE 'N' TO WRK-RMT-SW.
           OPEN INPUT PROM-CONTROLE.
           IF WRK-PROM-CONTROLE-ST = '00'
               MOVE WRK-ANO-ANTERIOR TO PRC-ANO
               READ PROM-CONTROLE
                   NOT INVALID KEY
                       SET WRK-RMT-OK TO TRUE
               END-READ
               CLOSE PROM-CONTROLE
           END-IF.
           IF NOT WRK-RMT-OK
               DISPLAY 'ANO ' WRK-ANO-ANTERIOR ' AINDA NAO PROMOVIDO '
                       '(PROGCOB84) - GERACAO RECUSADA'
           ELSE
               PERFORM CAPTURA-PRAZO-CAMPANHA
           END-IF.

       CAPTURA-PRAZO-CAMPANHA.
           DISPLAY 'PRAZO DE CONFIRMACAO (AAAAMMDD).. '.
           PERFORM CAPTURA-PRAZO UNTIL WRK-PRAZO-VALIDO.
           SET DUT-FC-VALIDA-DATA TO TRUE.
           MOVE WRK-PRAZO TO DUT-DATA-1.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF NOT DUT-OK OR WRK-PRAZO NOT > WRK-DATA-HOJE
               DISPLAY 'PRAZO INVALIDO OU NAO POSTERIOR A HOJE - '
                       'GERACAO RECUSADA'
           ELSE
               DISPLAY 'CONFIRMA A GERACAO DAS RESERVAS DO ANO '
                       WRK-ANO ' (S/N).. '
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA NOT = 'S'
                   DISPLAY 'GERACAO ABANDONADA'
               ELSE
                   PERFORM EXECUTA-GERACAO
               END-IF
           END-IF.

       EXECUTA-GERACAO.
           OPEN INPUT PROMO-ALUNOS.
           IF WRK-PROMO-ALUNOS-ST NOT = '00'
               DISPLAY 'RESULTADO DA PROMOCAO (PROMOALU) '
                       'INEXISTENTE - GERACAO RECUSADA'
           ELSE
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO REL-LINHA
               STRING 'RESERVAS DA REMATRICULA - ANO LETIVO '
                      WRK-ANO ' - PRAZO ' WRK-PRAZO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE ALL '-' TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-PROMOCAO
               PERFORM PROCESSA-PROMOCAO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE PROMO-ALUNOS
               PERFORM IMPRIME-TOTAIS-GERACAO
               CLOSE RELATORIO
               PERFORM MARCA-CAMPANHA
               MOVE SPACES TO WRK-AUD-TEXTO
               STRING 'REMAT ' WRK-ANO ' GERADA RES='
                      WRK-QTD-RESERVAS ' ESP=' WRK-QTD-ESPERA
                      ' PRAZO=' WRK-PRAZO
                   DELIMITED BY SIZE INTO WRK-AUD-TEXTO
               PERFORM GRAVA-AUDITORIA
               DISPLAY 'RESERVAS GERADAS - RELATORIO EM RELREMAT'
           END-IF.

       LER-PROMOCAO.
           READ PROMO-ALUNOS
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       PROCESSA-PROMOCAO.
           IF PRA-ANO = WRK-ANO-ANTERIOR
               MOVE 'N' TO WRK-ALU-SW
               MOVE PRA-MATRICULA TO ALU-MATRICULA
               READ ALUNOS
                   NOT INVALID KEY
                       IF ALU-ATIVO
                           SET WRK-ALU-OK TO TRUE
                       END-IF
               END-READ
               EVALUATE TRUE
                   WHEN NOT WRK-ALU-OK
                       ADD 1 TO WRK-QTD-INATIVOS
                   WHEN PRA-BLOQUEADO
                       ADD 1 TO WRK-QTD-BLOQUEADOS
                       MOVE SPACES TO REL-LINHA
                       STRING 'ALUNO ' ALU-MATRICULA ' ' ALU-NOME
                              ' BLOQUEADO - SEM RESERVA'
                           DELIMITED BY SIZE INTO REL-LINHA
                       WRITE REL-LINHA
                   WHEN OTHER
                       PERFORM RESERVA-ALUNO
               END-EVALUATE
           END-IF.
           PERFORM LER-PROMOCAO.

       RESERVA-ALUNO.
           MOVE ALU-CURSO TO WRK-BUSCA-CURSO.
           MOVE ALU-SERIE TO WRK-BUSCA-SERIE.
           MOVE PRA-TURMA TO WRK-BUSCA-TURMA.
           PERFORM PROCURA-TURMA-LIVRE.
           MOVE SPACES TO REL-LINHA.
           EVALUATE TRUE
               WHEN WRK-POS-TUR > 0
                   MOVE SPACES TO RMT-REGISTRO
                   SET RMT-REMATRICULA TO TRUE
                   MOVE ALU-MATRICULA TO RMT-MATRICULA
                   MOVE ALU-NOME      TO RMT-NOME
                   MOVE ALU-CURSO     TO RMT-CURSO
                   MOVE ALU-SERIE     TO RMT-SERIE
                   MOVE PRA-DESTINO   TO RMT-ORIGEM
                   MOVE ZEROS         TO RMT-ESP-SEQ
                   MOVE WRK-PRAZO     TO RMT-PRAZO
                   PERFORM GRAVA-RESERVA
                   IF WRK-GRAVOU
                       ADD 1 TO WRK-QTD-RESERVAS
                       STRING 'ALUNO ' ALU-MATRICULA ' ' ALU-NOME
                              ' RESERVA ' RMT-TURMA '/' RMT-SEQ
                           DELIMITED BY SIZE INTO REL-LINHA
                   ELSE
                       ADD 1 TO WRK-QTD-SEM-TURMA
                       STRING 'ALUNO ' ALU-MATRICULA ' ' ALU-NOME
                              ' RESERVA NAO GRAVADA'
                           DELIMITED BY SIZE INTO REL-LINHA
                   END-IF
               WHEN WRK-EXISTE-TURMA
                   MOVE ALU-MATRICULA     TO WRK-ESP-MATRICULA
                   MOVE ALU-NOME          TO WRK-NOME
                   MOVE ALU-RESP-NOME     TO WRK-RESP-NOME
                   MOVE ALU-RESP-ENDERECO TO WRK-RESP-ENDERECO
                   MOVE ALU-RESP-FONE     TO WRK-RESP-FONE
                   PERFORM PROXIMA-SEQ-ESPERA
                   PERFORM GRAVA-ESPERA
                   ADD 1 TO WRK-QTD-ESPERA
                   STRING 'ALUNO ' ALU-MATRICULA ' ' ALU-NOME
                          ' TURMAS LOTADAS - ESPERA ' ESP-SEQ
                       DELIMITED BY SIZE INTO REL-LINHA
               WHEN OTHER
                   ADD 1 TO WRK-QTD-SEM-TURMA
                   STRING 'ALUNO ' ALU-MATRICULA ' ' ALU-NOME
                          ' SEM TURMA ' ALU-CURSO '/' ALU-SERIE
                       DELIMITED BY SIZE INTO REL-LINHA
           END-EVALUATE.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS-GERACAO.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-RESERVAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VAGAS RESERVADAS........ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ESPERA TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'NA LISTA DE ESPERA...... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-BLOQUEADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BLOQUEADOS SEM RESERVA.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-SEM-TURMA TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM TURMA NO CURSO/SERIE ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-INATIVOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'INATIVOS DESDE A PROMOCAO ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       MARCA-CAMPANHA.
           OPEN I-O RMT-CONTROLE.
           IF WRK-RMT-CONTROLE-ST NOT = '00'
               CLOSE RMT-CONTROLE
               OPEN OUTPUT RMT-CONTROLE
               CLOSE RMT-CONTROLE
               OPEN I-O RMT-CONTROLE
           END-IF.
           MOVE SPACES TO RMC-REGISTRO.
           MOVE WRK-ANO TO RMC-ANO.
           MOVE WRK-DATA-HOJE TO RMC-DATA-GERACAO.
           MOVE WRK-PRAZO TO RMC-PRAZO.
           MOVE WRK-QTD-RESERVAS TO RMC-QTD-RESERVAS.
           WRITE RMC-REGISTRO.
           CLOSE RMT-CONTROLE.

      *****************************************************
      * INSCREVE-LISTA-ESPERA - MATRICULA ZERO E CANDIDATO
      * NOVO (CURSO/SERIE, NOME E RESPONSAVEL); ALUNO DA
      * CASA SO ENTRA SEM RESERVA PENDENTE OU CONFIRMADA E
      * SEM INSCRICAO AGUARDANDO. O CURSO/SERIE PRECISA DE
      * TURMA ATIVA. INSCRITO, A LISTA E CHAMADA NA HORA SE
      * HOUVER VAGA LIVRE
      *****************************************************
       INSCREVE-LISTA-ESPERA.
           DISPLAY 'MATRICULA DO ALUNO (0 = CANDIDATO NOVO).. '.
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           MOVE 'N' TO WRK-ALU-SW.
           IF WRK-MATRICULA = ZEROS
               PERFORM CAPTURA-CANDIDATO
           ELSE
               PERFORM LOCALIZA-ALUNO-ESPERA
           END-IF.
           IF WRK-ALU-OK
               MOVE WRK-CURSO TO WRK-BUSCA-CURSO
               MOVE WRK-SERIE TO WRK-BUSCA-SERIE
               MOVE SPACES TO WRK-BUSCA-TURMA
               PERFORM PROCURA-TURMA-LIVRE
               IF NOT WRK-EXISTE-TURMA
                   DISPLAY 'NAO HA TURMA ATIVA PARA ' WRK-CURSO
                           ' SERIE ' WRK-SERIE ' - INSCRICAO RECUSADA'
               ELSE
                   PERFORM PROXIMA-SEQ-ESPERA
                   EVALUATE TRUE
                       WHEN WRK-JA-NA-LISTA
                           DISPLAY 'ALUNO JA AGUARDA NA LISTA DE '
                                   'ESPERA - INSCRICAO RECUSADA'
                       WHEN WRK-ULT-SEQ-ESP = 9999
                           DISPLAY 'LISTA DE ESPERA DO CURSO/SERIE '
                                   'SEM SEQUENCIA LIVRE'
                       WHEN OTHER
                           PERFORM GRAVA-ESPERA
                           DISPLAY 'INSCRITO NA LISTA DE ESPERA - '
                                   'SEQUENCIA ' ESP-SEQ
                           MOVE SPACES TO WRK-AUD-TEXTO
                           STRING 'ESPERA ' ESP-ANO ' ' ESP-CURSO
                                  '/' ESP-SERIE ' SEQ=' ESP-SEQ
                                  ' MAT=' ESP-MATRICULA
                               DELIMITED BY SIZE INTO WRK-AUD-TEXTO
                           PERFORM GRAVA-AUDITORIA
                           PERFORM CHAMA-LISTA-ESPERA
                   END-EVALUATE
               END-IF
           END-IF.

       CAPTURA-CANDIDATO.
           MOVE ZEROS TO WRK-ESP-MATRICULA.
           DISPLAY 'CURSO.......... '.
           ACCEPT WRK-CURSO.
           DISPLAY 'SERIE.......... '.
           PERFORM CAPTURA-SERIE UNTIL WRK-SERIE-VALIDA.
           DISPLAY 'NOME DO CANDIDATO... '.
           ACCEPT WRK-NOME.
           IF WRK-NOME = SPACES OR WRK-CURSO = SPACES
               DISPLAY 'CURSO E NOME SAO OBRIGATORIOS - '
                       'INSCRICAO NAO REALIZADA'
           ELSE
               DISPLAY 'NOME DO RESPONSAVEL... '
               ACCEPT WRK-RESP-NOME
               DISPLAY 'ENDERECO DO RESPONSAVEL... '
               ACCEPT WRK-RESP-ENDERECO
               DISPLAY 'TELEFONE DO RESPONSAVEL (DDD+NUMERO).. '
               PERFORM CAPTURA-RESP-FONE UNTIL WRK-RESP-FONE-VALIDO
               SET WRK-ALU-OK TO TRUE
           END-IF.

       LOCALIZA-ALUNO-ESPERA.
           MOVE WRK-MATRICULA TO ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO CADASTRADO'
               NOT INVALID KEY
                   IF NOT ALU-ATIVO
                       DISPLAY 'ALUNO INATIVO - INSCRICAO RECUSADA'
                   ELSE
                       PERFORM VERIFICA-RESERVA-ALUNO
                       IF WRK-TEM-RESERVA
                           DISPLAY 'ALUNO JA TEM RESERVA NO ANO '
                                   WRK-ANO ' - INSCRICAO RECUSADA'
                       ELSE
                           SET WRK-ALU-OK TO TRUE
                           MOVE ALU-MATRICULA TO WRK-ESP-MATRICULA
                           MOVE ALU-CURSO     TO WRK-CURSO
                           MOVE ALU-SERIE     TO WRK-SERIE
                           MOVE ALU-NOME      TO WRK-NOME
                           MOVE ALU-RESP-NOME TO WRK-RESP-NOME
                           MOVE ALU-RESP-ENDERECO
                             TO WRK-RESP-ENDERECO
                           MOVE ALU-RESP-FONE TO WRK-RESP-FONE
                       END-IF
                   END-IF
           END-READ.

       VERIFICA-RESERVA-ALUNO.
           MOVE 'N' TO WRK-TEM-RESERVA-SW.
           MOVE WRK-ANO TO RMT-ANO.
           MOVE LOW-VALUES TO RMT-TURMA.
           MOVE ZEROS TO RMT-SEQ.
           PERFORM INICIA-LEITURA-RESERVAS.
           PERFORM CONFERE-RESERVA-ALUNO
               UNTIL WRK-FIM-RESERVA-OK OR WRK-TEM-RESERVA.

       CONFERE-RESERVA-ALUNO.
           IF RMT-MATRICULA = WRK-MATRICULA
              AND (RMT-PENDENTE OR RMT-CONFIRMADA)
               SET WRK-TEM-RESERVA TO TRUE
           ELSE
               PERFORM LER-RESERVA
           END-IF.

      *****************************************************
      * PROXIMA-SEQ-ESPERA - ULTIMA SEQUENCIA DA LISTA DO
      * ANO/CURSO/SERIE DE WRK-BUSCA-CURSO/SERIE E SE O
      * ALUNO DE WRK-ESP-MATRICULA JA AGUARDA NELA
      *****************************************************
       PROXIMA-SEQ-ESPERA.
           MOVE ZEROS TO WRK-ULT-SEQ-ESP.
           MOVE 'N' TO WRK-NA-LISTA-SW.
           PERFORM INICIA-LEITURA-ESPERA.
           PERFORM ACHA-ULTIMA-ESPERA UNTIL WRK-FIM-ESPERA-OK.

       ACHA-ULTIMA-ESPERA.
           MOVE ESP-SEQ TO WRK-ULT-SEQ-ESP.
           IF WRK-ESP-MATRICULA NOT = ZEROS
              AND ESP-MATRICULA = WRK-ESP-MATRICULA
              AND ESP-AGUARDANDO
               SET WRK-JA-NA-LISTA TO TRUE
           END-IF.
           PERFORM LER-ESPERA.

       INICIA-LEITURA-ESPERA.
           MOVE 'N' TO WRK-FIM-ESPERA.
           MOVE WRK-ANO TO ESP-ANO.
           MOVE WRK-BUSCA-CURSO TO ESP-CURSO.
           MOVE WRK-BUSCA-SERIE TO ESP-SERIE.
           MOVE ZEROS TO ESP-SEQ.
           START ESPERA KEY >= ESP-CHAVE
               INVALID KEY
                   SET WRK-FIM-ESPERA-OK TO TRUE
           END-START.
           PERFORM LER-ESPERA.

       LER-ESPERA.
           IF NOT WRK-FIM-ESPERA-OK
               READ ESPERA NEXT
                   AT END
                       SET WRK-FIM-ESPERA-OK TO TRUE
                   NOT AT END
                       IF ESP-ANO NOT = WRK-ANO
                          OR ESP-CURSO NOT = WRK-BUSCA-CURSO
                          OR ESP-SERIE NOT = WRK-BUSCA-SERIE
                           SET WRK-FIM-ESPERA-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       GRAVA-ESPERA.
           MOVE SPACES TO ESP-REGISTRO.
           MOVE WRK-ANO TO ESP-ANO.
           MOVE WRK-BUSCA-CURSO TO ESP-CURSO.
           MOVE WRK-BUSCA-SERIE TO ESP-SERIE.
           COMPUTE ESP-SEQ = WRK-ULT-SEQ-ESP + 1.
           MOVE WRK-ESP-MATRICULA TO ESP-MATRICULA.
           MOVE WRK-NOME TO ESP-NOME.
           MOVE WRK-RESP-NOME TO ESP-RESP-NOME.
           MOVE WRK-RESP-ENDERECO TO ESP-RESP-ENDERECO.
           MOVE WRK-RESP-FONE TO ESP-RESP-FONE.
           MOVE WRK-DATA-HOJE TO ESP-DATA-INSCRICAO.
           SET ESP-AGUARDANDO TO TRUE.
           MOVE ZEROS TO ESP-RMT-SEQ.
           WRITE ESP-REGISTRO.

      *****************************************************
      * CHAMA-LISTA-ESPERA - ENQUANTO HOUVER VAGA LIVRE NAS
      * TURMAS DO CURSO/SERIE E INSCRITO AGUARDANDO, O
      * PRIMEIRO DA LISTA GANHA A RESERVA, COM PRAZO DE
      * CONFIRMACAO CONTADO DA CHAMADA
      *****************************************************
       CHAMA-LISTA-ESPERA.
           MOVE 'N' TO WRK-FIM-CHAMADA.
           PERFORM CHAMA-PROXIMO-ESPERA UNTIL WRK-FIM-CHAMADA-OK.

       CHAMA-PROXIMO-ESPERA.
           MOVE SPACES TO WRK-BUSCA-TURMA.
           PERFORM PROCURA-TURMA-LIVRE.
           IF WRK-POS-TUR = 0
               SET WRK-FIM-CHAMADA-OK TO TRUE
           ELSE
               MOVE 'N' TO WRK-ACHOU-ESP-SW
               PERFORM INICIA-LEITURA-ESPERA
               PERFORM ACHA-AGUARDANDO
                   UNTIL WRK-FIM-ESPERA-OK OR WRK-ACHOU-ESPERA
               IF WRK-ACHOU-ESPERA
                   PERFORM RESERVA-DA-LISTA
               ELSE
                   SET WRK-FIM-CHAMADA-OK TO TRUE
               END-IF
           END-IF.

       ACHA-AGUARDANDO.
           IF ESP-AGUARDANDO
               SET WRK-ACHOU-ESPERA TO TRUE
           ELSE
               PERFORM LER-ESPERA
           END-IF.

       RESERVA-DA-LISTA.
           SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE.
           MOVE WRK-DATA-HOJE TO DUT-DATA-1.
           MOVE WRK-DIAS-CHAMADA TO DUT-DIAS.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DATA-2 TO WRK-PRAZO-CHAMADA.
           MOVE SPACES TO RMT-REGISTRO.
           IF ESP-MATRICULA = ZEROS
               SET RMT-NOVO TO TRUE
           ELSE
               SET RMT-REMATRICULA TO TRUE
           END-IF.
           MOVE ESP-MATRICULA TO RMT-MATRICULA.
           MOVE ESP-NOME      TO RMT-NOME.
           MOVE ESP-CURSO     TO RMT-CURSO.
           MOVE ESP-SERIE     TO RMT-SERIE.
           SET RMT-DA-LISTA   TO TRUE.
           MOVE ESP-SEQ       TO RMT-ESP-SEQ.
           MOVE WRK-PRAZO-CHAMADA TO RMT-PRAZO.
           PERFORM GRAVA-RESERVA.
           IF NOT WRK-GRAVOU
               SET WRK-FIM-CHAMADA-OK TO TRUE
           ELSE
               SET ESP-CHAMADO TO TRUE
               MOVE RMT-TURMA TO ESP-TURMA
               MOVE RMT-SEQ TO ESP-RMT-SEQ
               REWRITE ESP-REGISTRO
               ADD 1 TO WRK-QTD-CHAMADOS
               DISPLAY 'CHAMADO DA LISTA: ' ESP-NOME
               DISPLAY '  RESERVA ' RMT-TURMA '/' RMT-SEQ
                       ' - CONFIRMAR ATE ' RMT-PRAZO
               MOVE SPACES TO WRK-AUD-TEXTO
               STRING 'CHAMADO ESPERA ' ESP-CURSO '/' ESP-SERIE
                      ' SEQ=' ESP-SEQ ' RES=' RMT-TURMA '/'
                      RMT-SEQ
                   DELIMITED BY SIZE INTO WRK-AUD-TEXTO
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * CONFIRMA-RESERVA - SO A RESERVA PENDENTE DENTRO DO
      * PRAZO, COM A COMPETENCIA ESCOLAR ABERTA (VERIFPER).
      * O ALUNO DA CASA PASSA PARA A TURMA RESERVADA; O
      * CANDIDATO NOVO E MATRICULADO COM OS DADOS DA LISTA.
      * O TITULO DA TAXA DE MATRICULA SAI NO VALOR DA
      * MENSALIDADE DO CURSO/SERIE, SEM BOLSA
      *****************************************************
       CONFIRMA-RESERVA.
           PERFORM LOCALIZA-RESERVA.
           IF WRK-RMT-OK
               EVALUATE TRUE
                   WHEN NOT RMT-PENDENTE
                       DISPLAY 'RESERVA NAO ESTA PENDENTE'
                   WHEN RMT-PRAZO < WRK-DATA-HOJE
                       DISPLAY 'PRAZO VENCIDO EM ' RMT-PRAZO
                               ' - CONFIRMACAO RECUSADA'
                   WHEN OTHER
                       PERFORM VALIDA-CONFIRMACAO
               END-EVALUATE
           END-IF.

       LOCALIZA-RESERVA.
           MOVE 'N' TO WRK-RMT-SW.
           DISPLAY 'TURMA DA RESERVA.. '.
           ACCEPT WRK-TURMA.
           DISPLAY 'SEQUENCIA DA RESERVA.. '.
           PERFORM CAPTURA-SEQ UNTIL WRK-SEQ-VALIDO.
           MOVE WRK-ANO TO RMT-ANO.
           MOVE WRK-TURMA TO RMT-TURMA.
           MOVE WRK-SEQ TO RMT-SEQ.
           READ REMATRICULAS
               INVALID KEY
                   DISPLAY 'RESERVA NAO ENCONTRADA'
               NOT INVALID KEY
                   SET WRK-RMT-OK TO TRUE
                   PERFORM APRESENTA-RESERVA
           END-READ.

       APRESENTA-RESERVA.
           PERFORM DESCREVE-SITUACAO.
           DISPLAY 'ALUNO...... ' RMT-MATRICULA ' ' RMT-NOME.
           DISPLAY 'CURSO/SERIE ' RMT-CURSO ' ' RMT-SERIE.
           DISPLAY 'SITUACAO... ' WRK-SITUACAO-DESC
                   ' PRAZO ' RMT-PRAZO.

       DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN RMT-PENDENTE
                   MOVE 'PENDENTE' TO WRK-SITUACAO-DESC
               WHEN RMT-CONFIRMADA
                   MOVE 'CONFIRMADA' TO WRK-SITUACAO-DESC
               WHEN RMT-LIB-VENCIDA
                   MOVE 'VENCIDA' TO WRK-SITUACAO-DESC
               WHEN OTHER
                   MOVE 'DESISTENTE' TO WRK-SITUACAO-DESC
           END-EVALUATE.

       VALIDA-CONFIRMACAO.
           MOVE 'E' TO WRK-PER-AREA.
           MOVE WRK-DATA-HOJE TO WRK-PER-DATA.
           MOVE 'PROGC147' TO WRK-PER-PROGRAMA.
           MOVE 'REMATRICULA' TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF NOT WRK-PER-FECHADO
               MOVE 'N' TO WRK-ALU-SW
               IF RMT-REMATRICULA
                   PERFORM CONFERE-ALUNO-RESERVA
               ELSE
                   PERFORM CAPTURA-NOVA-MATRICULA
               END-IF
               IF WRK-ALU-OK
                   DISPLAY 'CONFIRMA A REMATRICULA (S/N).. '
                   ACCEPT WRK-RESPOSTA
                   IF WRK-RESPOSTA = 'S'
                       PERFORM EFETIVA-CONFIRMACAO
                   ELSE
                       DISPLAY 'CONFIRMACAO ABANDONADA'
                   END-IF
               END-IF
           END-IF.

       CONFERE-ALUNO-RESERVA.
           MOVE RMT-MATRICULA TO ALU-MATRICULA.
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO ' RMT-MATRICULA ' NAO CADASTRADO'
               NOT INVALID KEY
                   IF NOT ALU-ATIVO
                       DISPLAY 'ALUNO INATIVO - LIBERE A RESERVA'
                   ELSE
                       SET WRK-ALU-OK TO TRUE
                   END-IF
           END-READ.

       CAPTURA-NOVA-MATRICULA.
           MOVE RMT-ANO TO ESP-ANO.
           MOVE RMT-CURSO TO ESP-CURSO.
           MOVE RMT-SERIE TO ESP-SERIE.
           MOVE RMT-ESP-SEQ TO ESP-SEQ.
           READ ESPERA
               INVALID KEY
                   DISPLAY 'INSCRICAO ' RMT-ESP-SEQ ' NAO ENCONTRADA '
                           'NA LISTA DE ESPERA'
               NOT INVALID KEY
                   DISPLAY 'RESPONSAVEL ' ESP-RESP-NOME
                   DISPLAY 'MATRICULA DO NOVO ALUNO.. '
                   MOVE 'N' TO WRK-MATRICULA-SW
                   PERFORM CAPTURA-MATRICULA
                       UNTIL WRK-MATRICULA-VALIDO
                   MOVE WRK-MATRICULA TO ALU-MATRICULA
                   READ ALUNOS
                       INVALID KEY
                           IF WRK-MATRICULA = ZEROS
                               DISPLAY 'MATRICULA INVALIDA'
                           ELSE
                               SET WRK-ALU-OK TO TRUE
                           END-IF
                       NOT INVALID KEY
                           DISPLAY 'MATRICULA JA CADASTRADA'
                   END-READ
           END-READ.

       EFETIVA-CONFIRMACAO.
           IF RMT-REMATRICULA
               MOVE RMT-TURMA TO ALU-TURMA
               MOVE RMT-CURSO TO ALU-CURSO
               MOVE RMT-SERIE TO ALU-SERIE
               REWRITE ALU-REGISTRO
           ELSE
               MOVE SPACES TO ALU-REGISTRO
               MOVE WRK-MATRICULA     TO ALU-MATRICULA
               MOVE ESP-NOME          TO ALU-NOME
               MOVE RMT-TURMA         TO ALU-TURMA
               MOVE RMT-CURSO         TO ALU-CURSO
               MOVE RMT-SERIE         TO ALU-SERIE
               MOVE 'A'               TO ALU-STATUS
               MOVE ESP-RESP-NOME     TO ALU-RESP-NOME
               MOVE ESP-RESP-ENDERECO TO ALU-RESP-ENDERECO
               MOVE ESP-RESP-FONE     TO ALU-RESP-FONE
               MOVE ZEROS             TO ALU-DATA-NASC
               MOVE ZEROS             TO ALU-CPF
               MOVE ZEROS             TO ALU-DATA-SAIDA
               WRITE ALU-REGISTRO
               MOVE WRK-MATRICULA TO RMT-MATRICULA
           END-IF.
           PERFORM GERA-TITULO-MATRICULA.
           SET RMT-CONFIRMADA TO TRUE.
           MOVE WRK-DATA-HOJE TO RMT-DATA-SITUACAO.
           MOVE WRK-NUM-TITULO TO RMT-TITULO.
           REWRITE RMT-REGISTRO.
           DISPLAY 'REMATRICULA CONFIRMADA - ALUNO ' RMT-MATRICULA
                   ' TURMA ' RMT-TURMA.
           MOVE SPACES TO WRK-AUD-TEXTO.
           STRING 'REMAT ' RMT-ANO ' ' RMT-TURMA '/' RMT-SEQ
                  ' MAT=' RMT-MATRICULA ' CONFIRMADA TIT='
                  RMT-TITULO
               DELIMITED BY SIZE INTO WRK-AUD-TEXTO.
           PERFORM GRAVA-AUDITORIA.

      *****************************************************
      * GERA-TITULO-MATRICULA - TITULO DE FATURA NA
      * NUMERACAO DAS MENSALIDADES (MENNUMCT), PARCELA 01,
      * CLIENTE = MATRICULA, VENCIMENTO EM DEZ DIAS CORRIDOS;
      * CURSO/SERIE SEM PRECO NA TABELA NAO GERA TITULO
      *****************************************************
       GERA-TITULO-MATRICULA.
           MOVE ZEROS TO WRK-NUM-TITULO.
           MOVE ZEROS TO WRK-VALOR-MATRICULA.
           OPEN INPUT MENSALIDADES.
           IF WRK-MENSALIDADES-ST = '00'
               MOVE RMT-CURSO TO MEN-CURSO
               MOVE RMT-SERIE TO MEN-SERIE
               READ MENSALIDADES
                   NOT INVALID KEY
                       MOVE MEN-VALOR TO WRK-VALOR-MATRICULA
               END-READ
               CLOSE MENSALIDADES
           END-IF.
           IF WRK-VALOR-MATRICULA = ZEROS
               DISPLAY 'CURSO/SERIE SEM PRECO NA TABELA - TITULO '
                       'DA MATRICULA NAO GERADO'
           ELSE
               SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE
               MOVE WRK-DATA-HOJE TO DUT-DATA-1
               MOVE WRK-DIAS-VENCTO TO DUT-DIAS
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               MOVE DUT-DATA-2 TO WRK-DATA-VENCTO
               PERFORM GRAVA-TITULO-MATRICULA
           END-IF.

       GRAVA-TITULO-MATRICULA.
           OPEN I-O TITULOS.
           IF WRK-TITULOS-STATUS NOT = '00'
               CLOSE TITULOS
               OPEN OUTPUT TITULOS
               CLOSE TITULOS
               OPEN I-O TITULOS
           END-IF.
           OPEN I-O MEN-NUMERACAO.
           IF WRK-MEN-NUMERACAO-ST NOT = '00'
               CLOSE MEN-NUMERACAO
               OPEN OUTPUT MEN-NUMERACAO
               CLOSE MEN-NUMERACAO
               OPEN I-O MEN-NUMERACAO
           END-IF.
           PERFORM GERA-NUMERO-MENSALIDADE.
           MOVE SPACES          TO TIT-REGISTRO.
           SET TIT-FATURA       TO TRUE.
           MOVE WRK-NUM-TITULO  TO TIT-NUMERO.
           MOVE 01              TO TIT-PARCELA.
           MOVE RMT-MATRICULA   TO TIT-CLI-CODIGO.
           MOVE WRK-VALOR-MATRICULA TO TIT-VALOR.
           MOVE WRK-VALOR-MATRICULA TO TIT-SALDO.
           MOVE WRK-DATA-HOJE   TO TIT-DATA-EMISSAO.
           MOVE WRK-DATA-VENCTO TO TIT-DATA-VENCTO.
           SET TIT-ABERTO       TO TRUE.
           MOVE ZEROS           TO TIT-NF-REF.
           WRITE TIT-REGISTRO.
           CLOSE MEN-NUMERACAO.
           CLOSE TITULOS.
           MOVE WRK-VALOR-MATRICULA TO WRK-VALOR-ED.
           DISPLAY 'TITULO DA MATRICULA ' WRK-NUM-TITULO
                   ' VALOR ' WRK-VALOR-ED ' VENCTO ' WRK-DATA-VENCTO.

      *****************************************************
      * GERA-NUMERO-MENSALIDADE - MESMA SEQUENCIA DOS
      * TITULOS DE MENSALIDADE DO PROGCOB82
      *****************************************************
       GERA-NUMERO-MENSALIDADE.
           MOVE '1' TO MNU-CHAVE.
           READ MEN-NUMERACAO
               INVALID KEY
                   MOVE 90000001 TO MNU-ULTIMO-NUM
                   WRITE MNU-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO MNU-ULTIMO-NUM
                   REWRITE MNU-REGISTRO
           END-READ.
           MOVE MNU-ULTIMO-NUM TO WRK-NUM-TITULO.

      *****************************************************
      * LIBERA-RESERVA - DESISTENCIA DA RESERVA PENDENTE; A
      * VAGA VOLTA PARA A LISTA DE ESPERA DO CURSO/SERIE
      *****************************************************
       LIBERA-RESERVA.
           PERFORM LOCALIZA-RESERVA.
           IF WRK-RMT-OK
               IF NOT RMT-PENDENTE
                   DISPLAY 'RESERVA NAO ESTA PENDENTE'
               ELSE
                   DISPLAY 'CONFIRMA A LIBERACAO DA VAGA (S/N).. '
                   ACCEPT WRK-RESPOSTA
                   IF WRK-RESPOSTA NOT = 'S'
                       DISPLAY 'LIBERACAO ABANDONADA'
                   ELSE
                       SET RMT-LIB-DESISTENCIA TO TRUE
                       PERFORM GRAVA-LIBERACAO
                       DISPLAY 'RESERVA LIBERADA'
                       MOVE RMT-CURSO TO WRK-BUSCA-CURSO
                       MOVE RMT-SERIE TO WRK-BUSCA-SERIE
                       PERFORM CHAMA-LISTA-ESPERA
                   END-IF
               END-IF
           END-IF.

       GRAVA-LIBERACAO.
           SET RMT-LIBERADA TO TRUE.
           MOVE WRK-DATA-HOJE TO RMT-DATA-SITUACAO.
           REWRITE RMT-REGISTRO.
           MOVE RMT-TURMA TO WRK-BUSCA-TURMA.
           PERFORM LOCALIZA-TURMA.
           IF WRK-POS-TUR > 0
               SUBTRACT 1 FROM WRK-TUR-PENDENTES (WRK-POS-TUR)
               ADD 1 TO WRK-TUR-LIBERADAS (WRK-POS-TUR)
           END-IF.
           PERFORM DESCREVE-SITUACAO.
           MOVE SPACES TO WRK-AUD-TEXTO.
           STRING 'REMAT ' RMT-ANO ' ' RMT-TURMA '/' RMT-SEQ
                  ' MAT=' RMT-MATRICULA ' LIBERADA '
                  WRK-SITUACAO-DESC
               DELIMITED BY SIZE INTO WRK-AUD-TEXTO.
           PERFORM GRAVA-AUDITORIA.

      *****************************************************
      * LIBERA-VENCIDAS - TODA RESERVA PENDENTE COM PRAZO
      * ANTERIOR A HOJE E LIBERADA; EM SEGUIDA A LISTA DE
      * ESPERA E CHAMADA PARA AS VAGAS DE CADA TURMA
      *****************************************************
       LIBERA-VENCIDAS.
           MOVE ZEROS TO WRK-QTD-VENCIDAS.
           MOVE ZEROS TO WRK-QTD-CHAMADOS.
           MOVE WRK-ANO TO RMT-ANO.
           MOVE LOW-VALUES TO RMT-TURMA.
           MOVE ZEROS TO RMT-SEQ.
           PERFORM INICIA-LEITURA-RESERVAS.
           PERFORM CONFERE-VENCIMENTO UNTIL WRK-FIM-RESERVA-OK.
           PERFORM CHAMA-LISTA-TURMA
               VARYING WRK-IDX-CHM FROM 1 BY 1
               UNTIL WRK-IDX-CHM > WRK-QTD-TURMAS.
           MOVE WRK-QTD-VENCIDAS TO WRK-QTD-ED.
           DISPLAY 'RESERVAS VENCIDAS LIBERADAS.. ' WRK-QTD-ED.
           MOVE WRK-QTD-CHAMADOS TO WRK-QTD-ED.
           DISPLAY 'CHAMADOS DA LISTA DE ESPERA.. ' WRK-QTD-ED.

       CONFERE-VENCIMENTO.
           IF RMT-PENDENTE AND RMT-PRAZO < WRK-DATA-HOJE
               SET RMT-LIB-VENCIDA TO TRUE
               PERFORM GRAVA-LIBERACAO
               ADD 1 TO WRK-QTD-VENCIDAS
           END-IF.
           PERFORM LER-RESERVA.

       CHAMA-LISTA-TURMA.
           IF WRK-TUR-ATIVA (WRK-IDX-CHM)
               MOVE WRK-TUR-CURSO (WRK-IDX-CHM) TO WRK-BUSCA-CURSO
               MOVE WRK-TUR-SERIE (WRK-IDX-CHM) TO WRK-BUSCA-SERIE
               PERFORM CHAMA-LISTA-ESPERA
           END-IF.

      *****************************************************
      * EMITE-RELATORIO-VAGAS - POR TURMA, CAPACIDADE, VAGAS
      * CONFIRMADAS, PENDENTES, LIBERADAS E LIVRES, COM AS
      * RESERVAS DA TURMA; NO FIM, A LISTA DE ESPERA POR
      * CURSO/SERIE (AGUARDANDO E JA CHAMADOS)
      *****************************************************
       EMITE-RELATORIO-VAGAS.
           OPEN OUTPUT RELVAGAS.
           MOVE SPACES TO RVG-LINHA.
           STRING 'SITUACAO DAS VAGAS - REMATRICULA ' WRK-ANO
                  ' - PRAZO ' WRK-PRAZO-CAMPANHA
                  ' - EMISSAO ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RVG-LINHA.
           WRITE RVG-LINHA.
           MOVE ALL '-' TO RVG-LINHA.
           WRITE RVG-LINHA.
           MOVE SPACES TO RVG-LINHA.
           STRING 'TUR CURSO      SERIE  CAPAC  CONFIRM  PENDENT'
                  '  LIBERAD  LIVRES'
               DELIMITED BY SIZE INTO RVG-LINHA.
           WRITE RVG-LINHA.
           MOVE ZEROS TO WRK-TOT-CAPACIDADE WRK-TOT-CONFIRMADAS
                         WRK-TOT-PENDENTES WRK-TOT-LIBERADAS
                         WRK-TOT-LIVRES.
           PERFORM IMPRIME-TURMA
               VARYING WRK-IDX-CHM FROM 1 BY 1
               UNTIL WRK-IDX-CHM > WRK-QTD-TURMAS.
           PERFORM IMPRIME-TOTAIS-VAGAS.
           PERFORM IMPRIME-LISTA-ESPERA.
           CLOSE RELVAGAS.
           DISPLAY 'RELATORIO GERADO EM RELVAGAS'.

       IMPRIME-TURMA.
           IF WRK-TUR-ATIVA (WRK-IDX-CHM)
              OR WRK-TUR-CONFIRMADAS (WRK-IDX-CHM) > 0
              OR WRK-TUR-PENDENTES (WRK-IDX-CHM) > 0
              OR WRK-TUR-LIBERADAS (WRK-IDX-CHM) > 0
               MOVE ZEROS TO WRK-VAGAS-LIVRES
               IF WRK-TUR-ATIVA (WRK-IDX-CHM)
                  AND WRK-TUR-CAPACIDADE (WRK-IDX-CHM) >
                      WRK-TUR-CONFIRMADAS (WRK-IDX-CHM) +
                      WRK-TUR-PENDENTES (WRK-IDX-CHM)
                   COMPUTE WRK-VAGAS-LIVRES =
                       WRK-TUR-CAPACIDADE (WRK-IDX-CHM) -
                       WRK-TUR-CONFIRMADAS (WRK-IDX-CHM) -
                       WRK-TUR-PENDENTES (WRK-IDX-CHM)
               END-IF
               MOVE WRK-TUR-CAPACIDADE (WRK-IDX-CHM) TO WRK-COL1-ED
               MOVE WRK-TUR-CONFIRMADAS (WRK-IDX-CHM) TO WRK-COL2-ED
               MOVE WRK-TUR-PENDENTES (WRK-IDX-CHM) TO WRK-COL3-ED
               MOVE WRK-TUR-LIBERADAS (WRK-IDX-CHM) TO WRK-COL4-ED
               MOVE WRK-VAGAS-LIVRES TO WRK-COL5-ED
               ADD WRK-TUR-CAPACIDADE (WRK-IDX-CHM)
                 TO WRK-TOT-CAPACIDADE
               ADD WRK-TUR-CONFIRMADAS (WRK-IDX-CHM)
                 TO WRK-TOT-CONFIRMADAS
               ADD WRK-TUR-PENDENTES (WRK-IDX-CHM)
                 TO WRK-TOT-PENDENTES
               ADD WRK-TUR-LIBERADAS (WRK-IDX-CHM)
                 TO WRK-TOT-LIBERADAS
               ADD WRK-VAGAS-LIVRES TO WRK-TOT-LIVRES
               MOVE SPACES TO RVG-LINHA
               STRING WRK-TUR-CODIGO (WRK-IDX-CHM) ' '
                      WRK-TUR-CURSO (WRK-IDX-CHM) '   '
                      WRK-TUR-SERIE (WRK-IDX-CHM) '    '
                      WRK-COL1-ED '      ' WRK-COL2-ED '      '
                      WRK-COL3-ED '      ' WRK-COL4-ED '     '
                      WRK-COL5-ED
                   DELIMITED BY SIZE INTO RVG-LINHA
               WRITE RVG-LINHA
               MOVE WRK-ANO TO RMT-ANO
               MOVE WRK-TUR-CODIGO (WRK-IDX-CHM) TO RMT-TURMA
               MOVE ZEROS TO RMT-SEQ
               PERFORM INICIA-LEITURA-RESERVAS
               PERFORM IMPRIME-RESERVA
                   UNTIL WRK-FIM-RESERVA-OK
                      OR RMT-TURMA NOT = WRK-TUR-CODIGO (WRK-IDX-CHM)
           END-IF.

       IMPRIME-RESERVA.
           PERFORM DESCREVE-SITUACAO.
           MOVE SPACES TO RVG-LINHA.
           STRING '    ' RMT-SEQ ' ' RMT-TIPO ' ' RMT-MATRICULA ' '
                  RMT-NOME ' ' WRK-SITUACAO-DESC ' ' RMT-PRAZO
               DELIMITED BY SIZE INTO RVG-LINHA.
           WRITE RVG-LINHA.
           PERFORM LER-RESERVA.

       IMPRIME-TOTAIS-VAGAS.
           MOVE ALL '-' TO RVG-LINHA.
           WRITE RVG-LINHA.
           MOVE WRK-TOT-CAPACIDADE TO WRK-TOT1-ED.
           MOVE WRK-TOT-CONFIRMADAS TO WRK-TOT2-ED.
           MOVE WRK-TOT-PENDENTES TO WRK-TOT3-ED.
           MOVE WRK-TOT-LIBERADAS TO WRK-TOT4-ED.
           MOVE WRK-TOT-LIVRES TO WRK-TOT5-ED.
           MOVE SPACES TO RVG-LINHA.
           STRING 'TOTAL               ' WRK-TOT1-ED '   '
                  WRK-TOT2-ED '   ' WRK-TOT3-ED '   ' WRK-TOT4-ED
                  '  ' WRK-TOT5-ED
               DELIMITED BY SIZE INTO RVG-LINHA.
           WRITE RVG-LINHA.

       IMPRIME-LISTA-ESPERA.
           MOVE SPACES TO RVG-LINHA.
           WRITE RVG-LINHA.
           MOVE SPACES TO RVG-LINHA.
           STRING 'LISTA DE ESPERA - CURSO/SERIE    AGUARDANDO  '
                  'CHAMADOS'
               DELIMITED BY SIZE INTO RVG-LINHA.
           WRITE RVG-LINHA.
           MOVE 'N' TO WRK-FIM-ESPERA.
           MOVE WRK-ANO TO ESP-ANO.
           MOVE LOW-VALUES TO ESP-CURSO.
           MOVE ZEROS TO ESP-SERIE.
           MOVE ZEROS TO ESP-SEQ.
           START ESPERA KEY >= ESP-CHAVE
               INVALID KEY
                   SET WRK-FIM-ESPERA-OK TO TRUE
           END-START.
           PERFORM LER-ESPERA-ANO.
           IF NOT WRK-FIM-ESPERA-OK
               MOVE ESP-CURSO TO WRK-GRP-CURSO
               MOVE ESP-SERIE TO WRK-GRP-SERIE
           END-IF.
           MOVE ZEROS TO WRK-QTD-AGUARDANDO WRK-QTD-CHAMADOS-GRP.
           PERFORM ACUMULA-ESPERA UNTIL WRK-FIM-ESPERA-OK.
           IF WRK-GRP-CURSO NOT = SPACES
               PERFORM IMPRIME-GRUPO-ESPERA
           END-IF.

       LER-ESPERA-ANO.
           IF NOT WRK-FIM-ESPERA-OK
               READ ESPERA NEXT
                   AT END
                       SET WRK-FIM-ESPERA-OK TO TRUE
                   NOT AT END
                       IF ESP-ANO NOT = WRK-ANO
                           SET WRK-FIM-ESPERA-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       ACUMULA-ESPERA.
           IF ESP-CURSO NOT = WRK-GRP-CURSO
              OR ESP-SERIE NOT = WRK-GRP-SERIE
               PERFORM IMPRIME-GRUPO-ESPERA
               MOVE ESP-CURSO TO WRK-GRP-CURSO
               MOVE ESP-SERIE TO WRK-GRP-SERIE
               MOVE ZEROS TO WRK-QTD-AGUARDANDO WRK-QTD-CHAMADOS-GRP
           END-IF.
           IF ESP-AGUARDANDO
               ADD 1 TO WRK-QTD-AGUARDANDO
           ELSE
               ADD 1 TO WRK-QTD-CHAMADOS-GRP
           END-IF.
           PERFORM LER-ESPERA-ANO.

       IMPRIME-GRUPO-ESPERA.
           MOVE WRK-QTD-AGUARDANDO TO WRK-TOT1-ED.
           MOVE WRK-QTD-CHAMADOS-GRP TO WRK-TOT2-ED.
           MOVE SPACES TO RVG-LINHA.
           STRING '                  ' WRK-GRP-CURSO ' '
                  WRK-GRP-SERIE '      ' WRK-TOT1-ED '    '
                  WRK-TOT2-ED
               DELIMITED BY SIZE INTO RVG-LINHA.
           WRITE RVG-LINHA.

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
           MOVE 'PROGC147' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           MOVE WRK-AUD-TEXTO TO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-ANO
               VALIDNUM-CAMPO     BY WRK-ANO
               VALIDNUM-CHAVE-SW  BY WRK-ANO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PRAZO
               VALIDNUM-CAMPO     BY WRK-PRAZO
               VALIDNUM-CHAVE-SW  BY WRK-PRAZO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-MATRICULA
               VALIDNUM-CAMPO     BY WRK-MATRICULA
               VALIDNUM-CHAVE-SW  BY WRK-MATRICULA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-SEQ
               VALIDNUM-CAMPO     BY WRK-SEQ
               VALIDNUM-CHAVE-SW  BY WRK-SEQ-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-SERIE
               VALIDNUM-CAMPO     BY WRK-SERIE
               VALIDNUM-CHAVE-SW  BY WRK-SERIE-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-RESP-FONE
               VALIDNUM-CAMPO     BY WRK-RESP-FONE
               VALIDNUM-CHAVE-SW  BY WRK-RESP-FONE-SW.

           COPY VERIFPER.
