       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC156.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: ANONIMIZACAO DE DADOS PESSOAIS DE PESSOAS
      * INATIVAS ALEM DO PRAZO LEGAL DE GUARDA (LGPD) - NA
      * COMPETENCIA DO SYSIN, O CLIENTE INATIVO SEM TITULO
      * HA O PRAZO DO PARMLGPD, O EMPREGADO DESLIGADO HA O
      * PRAZO E O ALUNO INATIVO COM SAIDA HA O PRAZO TEM
      * NOME, ENDERECO, TELEFONE E CPF TROCADOS POR VALORES
      * NEUTROS; CHAVES, VALORES E HISTORICO FINANCEIRO
      * FICAM COMO ESTAO. O CPF ANONIMIZADO LEVA JUNTO O
      * CADASTRO DE PESSOAS E O CPF DA CONTA ENCERRADA; O
      * CLIENTE LEVA OS ENDERECOS DE ENTREGA (ENDENTRG); O
      * EMPREGADO LEVA O BENEFICIARIO DAS ORDENS DE PENSAO
      * ENCERRADAS (PENSALIM) E O NOME NO CADASTRO DE
      * PROFESSORES (PROFESSO); O ALUNO LEVA A INSCRICAO NA
      * LISTA DE ESPERA (ESPERA) COM A SUA MATRICULA.
      * NUNCA E TOCADA A PESSOA COM TITULO EM ABERTO OU
      * VINCULO ATIVO (EMPREGO, MATRICULA, CONTA OU CLIENTE
      * NAO INATIVO) EM QUALQUER ARQUIVO, PELO CPF. CADA
      * ANONIMIZACAO VAI PARA A TRILHA DE AUDITORIA; A LISTA
      * SAI NO RELANON SO COM AS CHAVES. O SEGUNDO CAMPO DO
      * SYSIN E O MODO: E EFETIVA, QUALQUER OUTRO SO SIMULA
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLIENTE-STATUS.
           SELECT ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT CADASTRO ASSIGN TO "CADASTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-CODIGO
               ALTERNATE RECORD KEY IS CAD-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CADASTRO-STATUS.
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WRK-CONTAS-ST.
           SELECT ENDERECOS-ENTREGA ASSIGN TO "ENDENTRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS WRK-ENDERECOS-ST.
           SELECT PENSOES ASSIGN TO "PENSALIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNA-CHAVE
               FILE STATUS IS WRK-PENSOES-ST.
           SELECT PROFESSORES ASSIGN TO "PROFESSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-PROFESSORES-ST.
           SELECT ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-ESPERA-ST.
           SELECT PARAMETROS ASSIGN TO "PARMLGPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
           SELECT RELATORIO ASSIGN TO "RELANON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TITULOS.
           COPY TITREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  CLIENTE.
           COPY CLIREG.
       FD  ALUNOS.
           COPY ALUNOREG.
       FD  CADASTRO.
           COPY CADASREG.
       FD  CONTAS.
           COPY CONTAREG.
       FD  ENDERECOS-ENTREGA.
           COPY ENTRGREG.
       FD  PENSOES.
           COPY PENSAREG.
       FD  PROFESSORES.
           COPY PROFREG.
       FD  ESPERA.
           COPY ESPERREG.
       FD  PARAMETROS.
           COPY PARMLGREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-CADASTRO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CONTAS-ST        PIC X(02) VALUE SPACES.
       77 WRK-ENDERECOS-ST     PIC X(02) VALUE SPACES.
       77 WRK-PENSOES-ST       PIC X(02) VALUE SPACES.
       77 WRK-PROFESSORES-ST   PIC X(02) VALUE SPACES.
       77 WRK-ESPERA-ST        PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-MODO             PIC X(01) VALUE SPACES.
           88 WRK-MODO-EFETIVO VALUE 'E'.
       77 WRK-ANO              PIC 9(04) VALUE ZEROS.
       77 WRK-MES              PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-COMPET     PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-CLIENTE    PIC 9(03) VALUE 60.
       77 WRK-MESES-EMPREGADO  PIC 9(03) VALUE 60.
       77 WRK-MESES-ALUNO      PIC 9(03) VALUE 60.
       77 WRK-MESES-PRAZO      PIC 9(03) VALUE ZEROS.
       77 WRK-DATA-BASE        PIC 9(08) VALUE ZEROS.
       77 WRK-ANOMES-BASE      PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-BASE         PIC 9(04) VALUE ZEROS.
       77 WRK-MES-BASE         PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-INATIVO    PIC S9(06) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-NOME-NEUTRO      PIC X(30) VALUE 'ANONIMIZADO LGPD'.
       77 WRK-ARQUIVO          PIC X(10) VALUE SPACES.
       77 WRK-CHAVE            PIC 9(06) VALUE ZEROS.
       77 WRK-CPF-BUSCA        PIC 9(11) VALUE ZEROS.
       77 WRK-RESULTADO        PIC X(30) VALUE SPACES.
           88 WRK-RESULTADO-ANONIMIZADO VALUE 'ANONIMIZADO'.
       77 WRK-PENSOES-ABERTO   PIC X(01) VALUE 'N'.
           88 WRK-PENSOES-ABERTO-OK VALUE 'S'.
       77 WRK-ENDERECOS-ABERTO PIC X(01) VALUE 'N'.
           88 WRK-ENDERECOS-ABERTO-OK VALUE 'S'.
       77 WRK-FIM-VINCULO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-VINCULO-OK VALUE 'S'.
       77 WRK-DESCR-BASE       PIC X(10) VALUE SPACES.
       77 WRK-MESES-ED         PIC ZZZ9 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-ANONIMIZADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRESERVADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-DATA     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VINCULADOS   PIC 9(05) VALUE ZEROS.
      *----------------------------------------------------
      * CODIGOS COM TITULO (O CODIGO DO TITULO E O DO
      * CLIENTE OU, NA MENSALIDADE, A MATRICULA DO ALUNO):
      * DATA DE EMISSAO MAIS RECENTE E SE HA TITULO ABERTO
      *----------------------------------------------------
       77 WRK-COD-MAX          PIC 9(04) VALUE 9999.
       77 WRK-COD-QTD          PIC 9(04) VALUE ZEROS.
       77 WRK-COD-CHEIA-SW     PIC X(01) VALUE 'N'.
           88 WRK-COD-CHEIA VALUE 'S'.
       77 WRK-COD-ACHOU-SW     PIC X(01) VALUE 'N'.
           88 WRK-COD-ACHOU VALUE 'S'.
       77 WRK-COD-ABERTO-SW    PIC X(01) VALUE 'N'.
           88 WRK-COD-COM-ABERTO VALUE 'S'.
       01 WRK-TAB-CODIGOS.
           02 WRK-COD-ITEM OCCURS 9999 TIMES
              INDEXED BY WRK-IDX-COD.
               03 WRK-COD-CODIGO   PIC 9(06).
               03 WRK-COD-ULT-EMIS PIC 9(08).
               03 WRK-COD-ABERTO   PIC X(01).
      *----------------------------------------------------
      * CPFS PROTEGIDOS (TITULO EM ABERTO OU VINCULO ATIVO)
      * E CPFS ANONIMIZADOS NESTA EXECUCAO
      *----------------------------------------------------
       77 WRK-PRT-MAX          PIC 9(04) VALUE 9999.
       77 WRK-PRT-QTD          PIC 9(04) VALUE ZEROS.
       77 WRK-PRT-CHEIA-SW     PIC X(01) VALUE 'N'.
           88 WRK-PRT-CHEIA VALUE 'S'.
       77 WRK-PRT-ACHOU-SW     PIC X(01) VALUE 'N'.
           88 WRK-PRT-ACHOU VALUE 'S'.
       01 WRK-TAB-PROTEGIDOS.
           02 WRK-PRT-CPF PIC 9(11) OCCURS 9999 TIMES
              INDEXED BY WRK-IDX-PRT.
       77 WRK-ANO-MAX          PIC 9(04) VALUE 9999.
       77 WRK-ANO-QTD          PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ACHOU-SW     PIC X(01) VALUE 'N'.
           88 WRK-ANO-ACHOU VALUE 'S'.
       01 WRK-TAB-ANONIMOS.
           02 WRK-ANO-CPF PIC 9(11) OCCURS 9999 TIMES
              INDEXED BY WRK-IDX-ANO.
      *----------------------------------------------------
      * MATRICULAS ANONIMIZADAS NESTA EXECUCAO - DE
      * EMPREGADO (PARA O PROFESSO) E DE ALUNO (PARA A
      * LISTA DE ESPERA), QUE NAO SAO CHAVE NESSES ARQUIVOS
      *----------------------------------------------------
       77 WRK-MAT-MAX          PIC 9(04) VALUE 9999.
       77 WRK-MAT-ACHOU-SW     PIC X(01) VALUE 'N'.
           88 WRK-MAT-ACHOU VALUE 'S'.
       77 WRK-MAT-BUSCA        PIC 9(06) VALUE ZEROS.
       77 WRK-MEP-QTD          PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-MAT-EMPREGADOS.
           02 WRK-MEP-MATRICULA PIC 9(06) OCCURS 9999 TIMES
              INDEXED BY WRK-IDX-MEP.
       77 WRK-MAL-QTD          PIC 9(04) VALUE ZEROS.
       01 WRK-TAB-MAT-ALUNOS.
           02 WRK-MAL-MATRICULA PIC 9(06) OCCURS 9999 TIMES
              INDEXED BY WRK-IDX-MAL.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DA ANONIMIZACAO (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           DIVIDE WRK-COMPETENCIA BY 100 GIVING WRK-ANO
               REMAINDER WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'COMPETENCIA INVALIDA - ANONIMIZACAO NAO '
                       'EXECUTADA'
               GOBACK
           END-IF.
           COMPUTE WRK-MESES-COMPET = (WRK-ANO * 12) + WRK-MES.
           DISPLAY 'MODO (E=EFETIVA, OUTRO=SIMULACAO).. '.
           ACCEPT WRK-MODO.
           PERFORM LE-PARAMETROS.
           PERFORM LE-OPERADOR-SESSAO.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM CARREGA-TITULOS.
           PERFORM PROTEGE-EMPREGADOS.
           PERFORM PROTEGE-CLIENTES.
           PERFORM PROTEGE-ALUNOS.
           PERFORM PROTEGE-CONTAS.
           IF WRK-PRT-CHEIA
               MOVE 'LIMITE DA TABELA DE CPFS PROTEGIDOS EXCEDIDO - '
                 TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'NENHUM REGISTRO ANONIMIZADO' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM ANONIMIZA-EMPREGADOS
               PERFORM ANONIMIZA-CLIENTES
               PERFORM ANONIMIZA-ALUNOS
               PERFORM ANONIMIZA-CADASTRO
               PERFORM ANONIMIZA-CONTAS
               PERFORM ANONIMIZA-PROFESSORES
               PERFORM ANONIMIZA-ESPERA
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           PERFORM GRAVA-AUDITORIA-RESUMO.
           DISPLAY 'ANONIMIZACAO LGPD ' WRK-COMPETENCIA
                   ' MODO ' WRK-MODO
                   ' - ANONIMIZADOS ' WRK-QTD-ANONIMIZADOS
                   ' PRESERVADOS ' WRK-QTD-PRESERVADOS.
           GOBACK.

      *****************************************************
      * LE-PARAMETROS - SEM O PARMLGPD (OU COM O PRAZO EM
      * BRANCO OU ZERO) VALE O PADRAO DE 60 MESES
      *****************************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       PERFORM APLICA-PARAMETROS
               END-READ
               CLOSE PARAMETROS
           END-IF.

       APLICA-PARAMETROS.
           IF PLG-MESES-CLIENTE IS NUMERIC
              AND PLG-MESES-CLIENTE > 0
               MOVE PLG-MESES-CLIENTE TO WRK-MESES-CLIENTE
           END-IF.
           IF PLG-MESES-EMPREGADO IS NUMERIC
              AND PLG-MESES-EMPREGADO > 0
               MOVE PLG-MESES-EMPREGADO TO WRK-MESES-EMPREGADO
           END-IF.
           IF PLG-MESES-ALUNO IS NUMERIC
              AND PLG-MESES-ALUNO > 0
               MOVE PLG-MESES-ALUNO TO WRK-MESES-ALUNO
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'ANONIMIZACAO DE DADOS PESSOAIS (LGPD) - COMPETENCIA '
                  WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRAZOS EM MESES - CLIENTE ' WRK-MESES-CLIENTE
                  ' EMPREGADO ' WRK-MESES-EMPREGADO
                  ' ALUNO ' WRK-MESES-ALUNO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-MODO-EFETIVO
               MOVE 'SIMULACAO - NENHUM REGISTRO FOI ALTERADO'
                 TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ARQUIVO    CHAVE  REFERENCIA MESES RESULTADO'
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * CARREGA-TITULOS - TABELA DOS CODIGOS COM TITULO;
      * SE A TABELA ESTOURA, CLIENTES E ALUNOS NAO SAO
      * ANONIMIZADOS NESTA EXECUCAO
      *****************************************************
       CARREGA-TITULOS.
           MOVE ZEROS TO WRK-COD-QTD.
           OPEN INPUT TITULOS.
           IF WRK-TITULOS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-TITULO
               PERFORM REGISTRA-TITULO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE TITULOS
           END-IF.
           IF WRK-COD-CHEIA
               MOVE 'LIMITE DA TABELA DE TITULOS EXCEDIDO - CLIENTES '
                 TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'E ALUNOS NAO SERAO ANONIMIZADOS' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       LER-TITULO.
           READ TITULOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       REGISTRA-TITULO.
           MOVE TIT-CLI-CODIGO TO WRK-CHAVE.
           PERFORM PROCURA-CODIGO.
           IF NOT WRK-COD-ACHOU
               IF WRK-COD-QTD < WRK-COD-MAX
                   ADD 1 TO WRK-COD-QTD
                   SET WRK-IDX-COD TO WRK-COD-QTD
                   MOVE TIT-CLI-CODIGO TO WRK-COD-CODIGO (WRK-IDX-COD)
                   MOVE ZEROS TO WRK-COD-ULT-EMIS (WRK-IDX-COD)
                   MOVE 'N' TO WRK-COD-ABERTO (WRK-IDX-COD)
                   SET WRK-COD-ACHOU TO TRUE
               ELSE
                   SET WRK-COD-CHEIA TO TRUE
               END-IF
           END-IF.
           IF WRK-COD-ACHOU
               IF TIT-DATA-EMISSAO > WRK-COD-ULT-EMIS (WRK-IDX-COD)
                   MOVE TIT-DATA-EMISSAO
                     TO WRK-COD-ULT-EMIS (WRK-IDX-COD)
               END-IF
               IF TIT-ABERTO
                   MOVE 'S' TO WRK-COD-ABERTO (WRK-IDX-COD)
               END-IF
           END-IF.
           PERFORM LER-TITULO.

       PROCURA-CODIGO.
           MOVE 'N' TO WRK-COD-ACHOU-SW.
           MOVE 'N' TO WRK-COD-ABERTO-SW.
           SET WRK-IDX-COD TO 1.
           SEARCH WRK-COD-ITEM
               AT END
                   CONTINUE
               WHEN WRK-IDX-COD > WRK-COD-QTD
                   CONTINUE
               WHEN WRK-COD-CODIGO (WRK-IDX-COD) = WRK-CHAVE
                   SET WRK-COD-ACHOU TO TRUE
                   MOVE WRK-COD-ABERTO (WRK-IDX-COD)
                     TO WRK-COD-ABERTO-SW
           END-SEARCH.

      *****************************************************
      * PROTEGE-* - CPF COM VINCULO ATIVO OU TITULO EM
      * ABERTO EM QUALQUER ARQUIVO NAO E ANONIMIZADO EM
      * NENHUM DELES
      *****************************************************
       PROTEGE-EMPREGADOS.
           OPEN INPUT EMPREGADOS.
           IF WRK-EMPREGADOS-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-EMPREGADO
               PERFORM PROTEGE-EMPREGADO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE EMPREGADOS
           END-IF.

       PROTEGE-EMPREGADO.
           IF EMP-ATIVO
               MOVE EMP-CPF TO WRK-CPF-BUSCA
               PERFORM INCLUI-PROTEGIDO
           END-IF.
           PERFORM LER-EMPREGADO.

       PROTEGE-CLIENTES.
           OPEN INPUT CLIENTE.
           IF WRK-CLIENTE-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-CLIENTE
               PERFORM PROTEGE-CLIENTE UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE CLIENTE
           END-IF.

       PROTEGE-CLIENTE.
           MOVE CLI-CODIGO TO WRK-CHAVE.
           PERFORM PROCURA-CODIGO.
           IF NOT CLI-INATIVO
              OR WRK-COD-COM-ABERTO
               MOVE CLI-CPF TO WRK-CPF-BUSCA
               PERFORM INCLUI-PROTEGIDO
           END-IF.
           PERFORM LER-CLIENTE.

       PROTEGE-ALUNOS.
           OPEN INPUT ALUNOS.
           IF WRK-ALUNOS-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-ALUNO
               PERFORM PROTEGE-ALUNO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE ALUNOS
           END-IF.

       PROTEGE-ALUNO.
           MOVE ALU-MATRICULA TO WRK-CHAVE.
           PERFORM PROCURA-CODIGO.
           IF ALU-ATIVO
              OR WRK-COD-COM-ABERTO
               MOVE ALU-CPF TO WRK-CPF-BUSCA
               PERFORM INCLUI-PROTEGIDO
           END-IF.
           PERFORM LER-ALUNO.

       PROTEGE-CONTAS.
           OPEN INPUT CONTAS.
           IF WRK-CONTAS-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-CONTA
               PERFORM PROTEGE-CONTA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE CONTAS
           END-IF.

       PROTEGE-CONTA.
           IF NOT CTA-ENCERRADA
               MOVE CTA-CPF TO WRK-CPF-BUSCA
               PERFORM INCLUI-PROTEGIDO
           END-IF.
           PERFORM LER-CONTA.

       INCLUI-PROTEGIDO.
           IF WRK-CPF-BUSCA > 0
               PERFORM PROCURA-PROTEGIDO
               IF NOT WRK-PRT-ACHOU
                   IF WRK-PRT-QTD < WRK-PRT-MAX
                       ADD 1 TO WRK-PRT-QTD
                       MOVE WRK-CPF-BUSCA TO WRK-PRT-CPF (WRK-PRT-QTD)
                   ELSE
                       SET WRK-PRT-CHEIA TO TRUE
                   END-IF
               END-IF
           END-IF.

       PROCURA-PROTEGIDO.
           MOVE 'N' TO WRK-PRT-ACHOU-SW.
           SET WRK-IDX-PRT TO 1.
           SEARCH WRK-PRT-CPF
               AT END
                   CONTINUE
               WHEN WRK-IDX-PRT > WRK-PRT-QTD
                   CONTINUE
               WHEN WRK-PRT-CPF (WRK-IDX-PRT) = WRK-CPF-BUSCA
                   SET WRK-PRT-ACHOU TO TRUE
           END-SEARCH.

      *****************************************************
      * ANONIMIZA-EMPREGADOS - DESLIGADO HA O PRAZO OU MAIS;
      * SEM DATA DE DESLIGAMENTO NAO HA COMO CONTAR O PRAZO
      *****************************************************
       ANONIMIZA-EMPREGADOS.
           MOVE 'EMPREGADO' TO WRK-ARQUIVO.
           MOVE WRK-MESES-EMPREGADO TO WRK-MESES-PRAZO.
           OPEN I-O EMPREGADOS.
           IF WRK-EMPREGADOS-ST = '00'
               OPEN I-O PENSOES
               IF WRK-PENSOES-ST = '00'
                   SET WRK-PENSOES-ABERTO-OK TO TRUE
               END-IF
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-EMPREGADO
               PERFORM AVALIA-EMPREGADO UNTIL WRK-FIM-ARQUIVO-OK
               IF WRK-PENSOES-ABERTO-OK
                   CLOSE PENSOES
               END-IF
               CLOSE EMPREGADOS
           END-IF.

       LER-EMPREGADO.
           READ EMPREGADOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       AVALIA-EMPREGADO.
           IF EMP-DESLIGADO AND EMP-NOME NOT = WRK-NOME-NEUTRO
               IF EMP-DATA-DESLIGAMENTO = 0
                   ADD 1 TO WRK-QTD-SEM-DATA
               ELSE
                   MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-BASE
                   PERFORM CALCULA-MESES-INATIVO
                   IF WRK-MESES-INATIVO >= WRK-MESES-PRAZO
                       MOVE EMP-MATRICULA TO WRK-CHAVE
                       MOVE EMP-CPF TO WRK-CPF-BUSCA
                       PERFORM PROCURA-PROTEGIDO
                       IF WRK-PRT-ACHOU AND EMP-CPF > 0
                           MOVE 'PRESERVADO - VINCULO ATIVO'
                             TO WRK-RESULTADO
                           ADD 1 TO WRK-QTD-PRESERVADOS
                       ELSE
                           PERFORM ANONIMIZA-EMPREGADO
                       END-IF
                       PERFORM IMPRIME-RESULTADO
                       IF WRK-RESULTADO-ANONIMIZADO
                           PERFORM ANONIMIZA-PENSOES
                           MOVE 'EMPREGADO' TO WRK-ARQUIVO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-EMPREGADO.

       ANONIMIZA-EMPREGADO.
           PERFORM INCLUI-ANONIMO.
           IF WRK-MEP-QTD < WRK-MAT-MAX
               ADD 1 TO WRK-MEP-QTD
               MOVE EMP-MATRICULA TO WRK-MEP-MATRICULA (WRK-MEP-QTD)
           END-IF.
           MOVE WRK-NOME-NEUTRO TO EMP-NOME.
           MOVE ZEROS TO EMP-CPF.
           IF WRK-MODO-EFETIVO
               REWRITE EMP-REGISTRO
           END-IF.
           PERFORM REGISTRA-ANONIMIZACAO.

      *****************************************************
      * ANONIMIZA-PENSOES - ORDENS DE PENSAO ENCERRADAS DO
      * EMPREGADO ANONIMIZADO PERDEM O BENEFICIARIO E A
      * CONTA DE CREDITO; PROCESSO, REGRA E DATAS FICAM
      *****************************************************
       ANONIMIZA-PENSOES.
           IF WRK-PENSOES-ABERTO-OK
               MOVE 'PENSAO' TO WRK-ARQUIVO
               MOVE 'N' TO WRK-FIM-VINCULO
               MOVE EMP-MATRICULA TO PNA-MATRICULA
               MOVE ZEROS TO PNA-SEQ
               START PENSOES KEY >= PNA-CHAVE
                   INVALID KEY
                       SET WRK-FIM-VINCULO-OK TO TRUE
               END-START
               PERFORM LER-PENSAO
               PERFORM AVALIA-PENSAO UNTIL WRK-FIM-VINCULO-OK
           END-IF.

       LER-PENSAO.
           IF NOT WRK-FIM-VINCULO-OK
               READ PENSOES NEXT
                   AT END
                       SET WRK-FIM-VINCULO-OK TO TRUE
                   NOT AT END
                       IF PNA-MATRICULA NOT = EMP-MATRICULA
                           SET WRK-FIM-VINCULO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       AVALIA-PENSAO.
           IF PNA-ENCERRADA AND PNA-BENEF-NOME NOT = WRK-NOME-NEUTRO
               ADD 1 TO WRK-QTD-VINCULADOS
               MOVE PNA-MATRICULA TO WRK-CHAVE
               MOVE PNA-DATA-FIM TO WRK-DATA-BASE
               MOVE ZEROS TO WRK-MESES-INATIVO
               MOVE WRK-NOME-NEUTRO TO PNA-BENEF-NOME
               MOVE ZEROS TO PNA-BENEF-CPF
               MOVE ZEROS TO PNA-BANCO
               MOVE ZEROS TO PNA-AGENCIA
               MOVE ZEROS TO PNA-CONTA
               MOVE SPACES TO PNA-CONTA-DV
               IF WRK-MODO-EFETIVO
                   REWRITE PNA-REGISTRO
               END-IF
               PERFORM REGISTRA-ANONIMIZACAO
               PERFORM IMPRIME-RESULTADO
           END-IF.
           PERFORM LER-PENSAO.

      *****************************************************
      * ANONIMIZA-CLIENTES - INATIVO SEM TITULO EM ABERTO E
      * COM O ULTIMO TITULO HA O PRAZO OU MAIS; O CLIENTE
      * INATIVO QUE NUNCA TEVE TITULO NAO TEM O QUE GUARDAR
      *****************************************************
       ANONIMIZA-CLIENTES.
           MOVE 'CLIENTE' TO WRK-ARQUIVO.
           MOVE WRK-MESES-CLIENTE TO WRK-MESES-PRAZO.
           IF NOT WRK-COD-CHEIA
               OPEN I-O CLIENTE
               IF WRK-CLIENTE-STATUS = '00'
                   OPEN I-O ENDERECOS-ENTREGA
                   IF WRK-ENDERECOS-ST = '00'
                       SET WRK-ENDERECOS-ABERTO-OK TO TRUE
                   END-IF
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM LER-CLIENTE
                   PERFORM AVALIA-CLIENTE UNTIL WRK-FIM-ARQUIVO-OK
                   IF WRK-ENDERECOS-ABERTO-OK
                       CLOSE ENDERECOS-ENTREGA
                   END-IF
                   CLOSE CLIENTE
               END-IF
           END-IF.

       LER-CLIENTE.
           READ CLIENTE NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       AVALIA-CLIENTE.
           IF CLI-INATIVO AND CLI-NOME NOT = WRK-NOME-NEUTRO
               MOVE CLI-CODIGO TO WRK-CHAVE
               PERFORM PROCURA-CODIGO
               IF WRK-COD-ACHOU
                   MOVE WRK-COD-ULT-EMIS (WRK-IDX-COD) TO WRK-DATA-BASE
                   PERFORM CALCULA-MESES-INATIVO
               ELSE
                   MOVE ZEROS TO WRK-DATA-BASE
                   MOVE WRK-MESES-PRAZO TO WRK-MESES-INATIVO
               END-IF
               IF WRK-MESES-INATIVO >= WRK-MESES-PRAZO
                   MOVE CLI-CPF TO WRK-CPF-BUSCA
                   PERFORM PROCURA-PROTEGIDO
                   EVALUATE TRUE
                       WHEN WRK-COD-COM-ABERTO
                           MOVE 'PRESERVADO - TITULO EM ABERTO'
                             TO WRK-RESULTADO
                           ADD 1 TO WRK-QTD-PRESERVADOS
                       WHEN WRK-PRT-ACHOU AND CLI-CPF > 0
                           MOVE 'PRESERVADO - VINCULO ATIVO'
                             TO WRK-RESULTADO
                           ADD 1 TO WRK-QTD-PRESERVADOS
                       WHEN OTHER
                           PERFORM ANONIMIZA-CLIENTE
                   END-EVALUATE
                   PERFORM IMPRIME-RESULTADO
                   IF WRK-RESULTADO-ANONIMIZADO
                       PERFORM ANONIMIZA-ENDERECOS
                       MOVE 'CLIENTE' TO WRK-ARQUIVO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-CLIENTE.

       ANONIMIZA-CLIENTE.
           PERFORM INCLUI-ANONIMO.
           MOVE WRK-NOME-NEUTRO TO CLI-NOME.
           MOVE WRK-NOME-NEUTRO TO CLI-ENDERECO.
           MOVE ZEROS TO CLI-CEP.
           MOVE ZEROS TO CLI-CPF.
           IF WRK-MODO-EFETIVO
               REWRITE CLI-REGISTRO
           END-IF.
           PERFORM REGISTRA-ANONIMIZACAO.

      *****************************************************
      * ANONIMIZA-ENDERECOS - OS LOCAIS DE ENTREGA DO
      * CLIENTE ANONIMIZADO PERDEM ENDERECO, CEP E CONTATO
      * (AS COPIAS NO STATUSPD SAO DA NOTA FISCAL E FICAM)
      *****************************************************
       ANONIMIZA-ENDERECOS.
           IF WRK-ENDERECOS-ABERTO-OK
               MOVE 'ENDERECO' TO WRK-ARQUIVO
               MOVE 'N' TO WRK-FIM-VINCULO
               MOVE CLI-CODIGO TO ENT-CLI-CODIGO
               MOVE ZEROS TO ENT-SEQ
               START ENDERECOS-ENTREGA KEY >= ENT-CHAVE
                   INVALID KEY
                       SET WRK-FIM-VINCULO-OK TO TRUE
               END-START
               PERFORM LER-ENDERECO
               PERFORM AVALIA-ENDERECO UNTIL WRK-FIM-VINCULO-OK
           END-IF.

       LER-ENDERECO.
           IF NOT WRK-FIM-VINCULO-OK
               READ ENDERECOS-ENTREGA NEXT
                   AT END
                       SET WRK-FIM-VINCULO-OK TO TRUE
                   NOT AT END
                       IF ENT-CLI-CODIGO NOT = CLI-CODIGO
                           SET WRK-FIM-VINCULO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       AVALIA-ENDERECO.
           IF ENT-ENDERECO NOT = WRK-NOME-NEUTRO
               ADD 1 TO WRK-QTD-VINCULADOS
               MOVE ENT-CLI-CODIGO TO WRK-CHAVE
               MOVE ZEROS TO WRK-DATA-BASE
               MOVE ZEROS TO WRK-MESES-INATIVO
               MOVE WRK-NOME-NEUTRO TO ENT-ENDERECO
               MOVE WRK-NOME-NEUTRO TO ENT-CONTATO
               MOVE ZEROS TO ENT-CEP
               IF WRK-MODO-EFETIVO
                   REWRITE ENT-REGISTRO
               END-IF
               PERFORM REGISTRA-ANONIMIZACAO
               PERFORM IMPRIME-RESULTADO
           END-IF.
           PERFORM LER-ENDERECO.

      *****************************************************
      * ANONIMIZA-ALUNOS - INATIVO COM SAIDA HA O PRAZO OU
      * MAIS; LEVA JUNTO OS DADOS DO RESPONSAVEL
      *****************************************************
       ANONIMIZA-ALUNOS.
           MOVE 'ALUNO' TO WRK-ARQUIVO.
           MOVE WRK-MESES-ALUNO TO WRK-MESES-PRAZO.
           IF NOT WRK-COD-CHEIA
               OPEN I-O ALUNOS
               IF WRK-ALUNOS-STATUS = '00'
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM LER-ALUNO
                   PERFORM AVALIA-ALUNO UNTIL WRK-FIM-ARQUIVO-OK
                   CLOSE ALUNOS
               END-IF
           END-IF.

       LER-ALUNO.
           READ ALUNOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       AVALIA-ALUNO.
           IF ALU-INATIVO AND ALU-NOME NOT = WRK-NOME-NEUTRO
               IF ALU-DATA-SAIDA = 0
                   ADD 1 TO WRK-QTD-SEM-DATA
               ELSE
                   MOVE ALU-DATA-SAIDA TO WRK-DATA-BASE
                   PERFORM CALCULA-MESES-INATIVO
                   IF WRK-MESES-INATIVO >= WRK-MESES-PRAZO
                       PERFORM DECIDE-ALUNO
                       PERFORM IMPRIME-RESULTADO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-ALUNO.

       DECIDE-ALUNO.
           MOVE ALU-MATRICULA TO WRK-CHAVE.
           PERFORM PROCURA-CODIGO.
           MOVE ALU-CPF TO WRK-CPF-BUSCA.
           PERFORM PROCURA-PROTEGIDO.
           EVALUATE TRUE
               WHEN WRK-COD-COM-ABERTO
                   MOVE 'PRESERVADO - TITULO EM ABERTO'
                     TO WRK-RESULTADO
                   ADD 1 TO WRK-QTD-PRESERVADOS
               WHEN WRK-PRT-ACHOU AND ALU-CPF > 0
                   MOVE 'PRESERVADO - VINCULO ATIVO' TO WRK-RESULTADO
                   ADD 1 TO WRK-QTD-PRESERVADOS
               WHEN OTHER
                   PERFORM ANONIMIZA-ALUNO
           END-EVALUATE.

       ANONIMIZA-ALUNO.
           PERFORM INCLUI-ANONIMO.
           IF WRK-MAL-QTD < WRK-MAT-MAX
               ADD 1 TO WRK-MAL-QTD
               MOVE ALU-MATRICULA TO WRK-MAL-MATRICULA (WRK-MAL-QTD)
           END-IF.
           MOVE WRK-NOME-NEUTRO TO ALU-NOME.
           MOVE ZEROS TO ALU-CPF.
           MOVE WRK-NOME-NEUTRO TO ALU-RESP-NOME.
           MOVE WRK-NOME-NEUTRO TO ALU-RESP-ENDERECO.
           MOVE ZEROS TO ALU-RESP-FONE.
           IF WRK-MODO-EFETIVO
               REWRITE ALU-REGISTRO
           END-IF.
           PERFORM REGISTRA-ANONIMIZACAO.

      *****************************************************
      * ANONIMIZA-CADASTRO / ANONIMIZA-CONTAS - PELOS CPFS
      * ANONIMIZADOS NOS ARQUIVOS ACIMA; A CONTA ENCERRADA
      * SO PERDE O CPF (TITULAR PELO ID DE PESSOA)
      *****************************************************
       ANONIMIZA-CADASTRO.
           MOVE 'CADASTRO' TO WRK-ARQUIVO.
           OPEN I-O CADASTRO.
           IF WRK-CADASTRO-STATUS = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-CADASTRO
               PERFORM AVALIA-CADASTRO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE CADASTRO
           END-IF.

       LER-CADASTRO.
           READ CADASTRO NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       AVALIA-CADASTRO.
           IF CAD-CPF > 0
               MOVE CAD-CPF TO WRK-CPF-BUSCA
               PERFORM PROCURA-ANONIMO
               IF WRK-ANO-ACHOU
                   ADD 1 TO WRK-QTD-VINCULADOS
                   MOVE CAD-CODIGO TO WRK-CHAVE
                   MOVE ZEROS TO WRK-DATA-BASE
                   MOVE ZEROS TO WRK-MESES-INATIVO
                   MOVE WRK-NOME-NEUTRO TO CAD-NOME
                   MOVE ZEROS TO CAD-CPF
                   IF WRK-MODO-EFETIVO
                       REWRITE CAD-REGISTRO
                   END-IF
                   PERFORM REGISTRA-ANONIMIZACAO
                   PERFORM IMPRIME-RESULTADO
               END-IF
           END-IF.
           PERFORM LER-CADASTRO.

       ANONIMIZA-CONTAS.
           MOVE 'CONTA' TO WRK-ARQUIVO.
           OPEN I-O CONTAS.
           IF WRK-CONTAS-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-CONTA
               PERFORM AVALIA-CONTA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE CONTAS
           END-IF.

       LER-CONTA.
           READ CONTAS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       AVALIA-CONTA.
           IF CTA-ENCERRADA AND CTA-CPF > 0
               MOVE CTA-CPF TO WRK-CPF-BUSCA
               PERFORM PROCURA-ANONIMO
               IF WRK-ANO-ACHOU
                   ADD 1 TO WRK-QTD-VINCULADOS
                   MOVE CTA-NUMERO TO WRK-CHAVE
                   MOVE CTA-DATA-SITUACAO TO WRK-DATA-BASE
                   MOVE ZEROS TO WRK-MESES-INATIVO
                   MOVE ZEROS TO CTA-CPF
                   IF WRK-MODO-EFETIVO
                       REWRITE CTA-REGISTRO
                   END-IF
                   PERFORM REGISTRA-ANONIMIZACAO
                   PERFORM IMPRIME-RESULTADO
               END-IF
           END-IF.
           PERFORM LER-CONTA.

      *****************************************************
      * ANONIMIZA-PROFESSORES / ANONIMIZA-ESPERA - PELAS
      * MATRICULAS ANONIMIZADAS ACIMA: O PROFESSOR LIGADO AO
      * EMPREGADO PERDE O NOME; A INSCRICAO DO ALUNO NA
      * LISTA DE ESPERA PERDE O NOME DO CANDIDATO E OS
      * DADOS DO RESPONSAVEL
      *****************************************************
       ANONIMIZA-PROFESSORES.
           MOVE 'PROFESSOR' TO WRK-ARQUIVO.
           IF WRK-MEP-QTD > 0
               OPEN I-O PROFESSORES
               IF WRK-PROFESSORES-ST = '00'
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM LER-PROFESSOR
                   PERFORM AVALIA-PROFESSOR UNTIL WRK-FIM-ARQUIVO-OK
                   CLOSE PROFESSORES
               END-IF
           END-IF.

       LER-PROFESSOR.
           READ PROFESSORES NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       AVALIA-PROFESSOR.
           IF PRF-NOME NOT = WRK-NOME-NEUTRO
               MOVE PRF-MATRICULA TO WRK-MAT-BUSCA
               PERFORM PROCURA-MAT-EMPREGADO
               IF WRK-MAT-ACHOU
                   ADD 1 TO WRK-QTD-VINCULADOS
                   MOVE PRF-CODIGO TO WRK-CHAVE
                   MOVE ZEROS TO WRK-DATA-BASE
                   MOVE ZEROS TO WRK-MESES-INATIVO
                   MOVE WRK-NOME-NEUTRO TO PRF-NOME
                   IF WRK-MODO-EFETIVO
                       REWRITE PRF-REGISTRO
                   END-IF
                   PERFORM REGISTRA-ANONIMIZACAO
                   PERFORM IMPRIME-RESULTADO
               END-IF
           END-IF.
           PERFORM LER-PROFESSOR.

       PROCURA-MAT-EMPREGADO.
           MOVE 'N' TO WRK-MAT-ACHOU-SW.
           SET WRK-IDX-MEP TO 1.
           SEARCH WRK-MEP-MATRICULA
               AT END
                   CONTINUE
               WHEN WRK-IDX-MEP > WRK-MEP-QTD
                   CONTINUE
               WHEN WRK-MEP-MATRICULA (WRK-IDX-MEP) = WRK-MAT-BUSCA
                   SET WRK-MAT-ACHOU TO TRUE
           END-SEARCH.

       ANONIMIZA-ESPERA.
           MOVE 'ESPERA' TO WRK-ARQUIVO.
           IF WRK-MAL-QTD > 0
               OPEN I-O ESPERA
               IF WRK-ESPERA-ST = '00'
                   MOVE 'N' TO WRK-FIM-ARQUIVO
                   PERFORM LER-ESPERA
                   PERFORM AVALIA-ESPERA UNTIL WRK-FIM-ARQUIVO-OK
                   CLOSE ESPERA
               END-IF
           END-IF.

       LER-ESPERA.
           READ ESPERA NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       AVALIA-ESPERA.
           IF ESP-MATRICULA > 0 AND ESP-NOME NOT = WRK-NOME-NEUTRO
               MOVE ESP-MATRICULA TO WRK-MAT-BUSCA
               PERFORM PROCURA-MAT-ALUNO
               IF WRK-MAT-ACHOU
                   ADD 1 TO WRK-QTD-VINCULADOS
                   MOVE ESP-MATRICULA TO WRK-CHAVE
                   MOVE ESP-DATA-INSCRICAO TO WRK-DATA-BASE
                   MOVE ZEROS TO WRK-MESES-INATIVO
                   MOVE WRK-NOME-NEUTRO TO ESP-NOME
                   MOVE WRK-NOME-NEUTRO TO ESP-RESP-NOME
                   MOVE WRK-NOME-NEUTRO TO ESP-RESP-ENDERECO
                   MOVE ZEROS TO ESP-RESP-FONE
                   IF WRK-MODO-EFETIVO
                       REWRITE ESP-REGISTRO
                   END-IF
                   PERFORM REGISTRA-ANONIMIZACAO
                   PERFORM IMPRIME-RESULTADO
               END-IF
           END-IF.
           PERFORM LER-ESPERA.

       PROCURA-MAT-ALUNO.
           MOVE 'N' TO WRK-MAT-ACHOU-SW.
           SET WRK-IDX-MAL TO 1.
           SEARCH WRK-MAL-MATRICULA
               AT END
                   CONTINUE
               WHEN WRK-IDX-MAL > WRK-MAL-QTD
                   CONTINUE
               WHEN WRK-MAL-MATRICULA (WRK-IDX-MAL) = WRK-MAT-BUSCA
                   SET WRK-MAT-ACHOU TO TRUE
           END-SEARCH.

       INCLUI-ANONIMO.
           IF WRK-CPF-BUSCA > 0
              AND WRK-ANO-QTD < WRK-ANO-MAX
               PERFORM PROCURA-ANONIMO
               IF NOT WRK-ANO-ACHOU
                   ADD 1 TO WRK-ANO-QTD
                   MOVE WRK-CPF-BUSCA TO WRK-ANO-CPF (WRK-ANO-QTD)
               END-IF
           END-IF.

       PROCURA-ANONIMO.
           MOVE 'N' TO WRK-ANO-ACHOU-SW.
           SET WRK-IDX-ANO TO 1.
           SEARCH WRK-ANO-CPF
               AT END
                   CONTINUE
               WHEN WRK-IDX-ANO > WRK-ANO-QTD
                   CONTINUE
               WHEN WRK-ANO-CPF (WRK-IDX-ANO) = WRK-CPF-BUSCA
                   SET WRK-ANO-ACHOU TO TRUE
           END-SEARCH.

      *****************************************************
      * CALCULA-MESES-INATIVO - MESES CHEIOS DE CALENDARIO
      * ENTRE O MES DA DATA BASE E O MES DA COMPETENCIA
      *****************************************************
       CALCULA-MESES-INATIVO.
           DIVIDE WRK-DATA-BASE BY 100 GIVING WRK-ANOMES-BASE.
           DIVIDE WRK-ANOMES-BASE BY 100 GIVING WRK-ANO-BASE
               REMAINDER WRK-MES-BASE.
           COMPUTE WRK-MESES-INATIVO = WRK-MESES-COMPET
               - ((WRK-ANO-BASE * 12) + WRK-MES-BASE).

       REGISTRA-ANONIMIZACAO.
           MOVE 'ANONIMIZADO' TO WRK-RESULTADO.
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
           IF WRK-MODO-EFETIVO
               PERFORM GRAVA-AUDITORIA-REGISTRO
           END-IF.

       IMPRIME-RESULTADO.
           IF WRK-DATA-BASE = 0
               MOVE 'SEM DATA' TO WRK-DESCR-BASE
           ELSE
               MOVE WRK-DATA-BASE TO WRK-DESCR-BASE
           END-IF.
           MOVE WRK-MESES-INATIVO TO WRK-MESES-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-ARQUIVO ' ' WRK-CHAVE ' ' WRK-DESCR-BASE
                  ' ' WRK-MESES-ED '  ' WRK-RESULTADO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ANONIMIZADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'REGISTROS ANONIMIZADOS......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-VINCULADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  DOS QUAIS VINCULADOS......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PRESERVADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRESERVADOS (ABERTO OU ATIVO).. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-SEM-DATA TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'INATIVOS SEM DATA DE SAIDA..... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

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

       GRAVA-AUDITORIA-REGISTRO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC156' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'ANONIMIZACAO LGPD ' WRK-ARQUIVO ' ' WRK-CHAVE
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

       GRAVA-AUDITORIA-RESUMO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC156' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'ANONIMIZACAO COMP=' WRK-COMPETENCIA
               ' MODO=' WRK-MODO
               ' ANON=' WRK-QTD-ANONIMIZADOS
               ' PRES=' WRK-QTD-PRESERVADOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
