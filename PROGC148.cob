       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC148.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CENSO ESCOLAR DO ANO LETIVO - A PRE-CRITICA
      * PERCORRE O CADASTRO DE ALUNOS E LISTA NO RELCENSO OS
      * ALUNOS DO CENSO COM DADO OBRIGATORIO FALTANDO OU
      * INVALIDO (NOME, FILIACAO, SEXO, NASCIMENTO, CPF,
      * TURMA), PARA A SECRETARIA CORRIGIR NO PROGCOB39, E AS
      * TURMAS SEM TURNO OU CAPACIDADE (PROGCOB80). SEM
      * PENDENCIAS, A GERACAO GRAVA O ARQUIVO CENSOESC EM
      * LAYOUT FIXO (CENSOREG): CABECALHO DA ESCOLA
      * (PARMCENS), TURMAS, ALUNOS COM A SITUACAO DE FIM DE
      * ANO E TRAILER. ENTRAM NO CENSO OS ALUNOS COM
      * RESULTADO DA PROMOCAO DO ANO (PROMOALU) - OU, ANTES
      * DELA, OS ALUNOS ATIVOS - E OS QUE SAIRAM NO ANO POR
      * TRANSFERENCIA OU DESISTENCIA. A SITUACAO VEM DO
      * DESTINO DA PROMOCAO OU DO RESULTADO CONSOLIDADO DO
      * HISTORICO; A FREQUENCIA, DO ARQUIVO FREQUENC
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
           SELECT ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT TURMAS ASSIGN TO "TURMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUR-CODIGO
               FILE STATUS IS WRK-TURMAS-STATUS.
           SELECT HISTORICO ASSIGN TO "HISTORIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HISTORICO-STATUS.
           SELECT FREQUENCIA ASSIGN TO "FREQUENC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRQ-MATRICULA
               FILE STATUS IS WRK-FREQUENCIA-ST.
           SELECT PROMO-ALUNOS ASSIGN TO "PROMOALU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROMO-ALUNOS-ST.
           SELECT PARAMETROS ASSIGN TO "PARMCENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
           SELECT CENSO ASSIGN TO "CENSOESC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CENSO-STATUS.
           SELECT RELATORIO ASSIGN TO "RELCENSO"
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
       FD  ALUNOS.
           COPY ALUNOREG.
       FD  TURMAS.
           COPY TURMAREG.
       FD  HISTORICO.
           COPY HISTREG.
       FD  FREQUENCIA.
           COPY FREQREG.
       FD  PROMO-ALUNOS.
           COPY PROMALREG.
       FD  PARAMETROS.
           COPY PARMCSREG.
       FD  CENSO.
           COPY CENSOREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TURMAS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-HISTORICO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FREQUENCIA-ST    PIC X(02) VALUE SPACES.
       77 WRK-PROMO-ALUNOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST    PIC X(02) VALUE SPACES.
       77 WRK-CENSO-STATUS     PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
           COPY CPFWRK.
           COPY DUTILREG.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-ANO              PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-SW           PIC X(01) VALUE 'N'.
           88 WRK-ANO-VALIDO VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-ARQUIVOS-SW      PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-OK VALUE 'S'.
       77 WRK-FREQUENCIA-SW    PIC X(01) VALUE 'N'.
           88 WRK-TEM-FREQUENCIA VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-ALUNOS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ALUNOS-OK VALUE 'S'.
      *****************************************************
      * IDENTIFICACAO DA ESCOLA (PARMCENS), GUARDADA PARA O
      * CABECALHO DO ARQUIVO
      *****************************************************
       77 WRK-PARAMETROS-SW    PIC X(01) VALUE 'N'.
           88 WRK-PARAMETROS-OK VALUE 'S'.
       77 WRK-INEP             PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-ESCOLA      PIC X(40) VALUE SPACES.
       77 WRK-MUNICIPIO        PIC 9(07) VALUE ZEROS.
       77 WRK-UF               PIC X(02) VALUE SPACES.
      *****************************************************
      * TABELA DAS TURMAS DO CADASTRO COM A QUANTIDADE DE
      * ALUNOS DO CENSO EM CADA UMA
      *****************************************************
       77 WRK-MAX-TURMAS       PIC 9(03) VALUE 100.
       77 WRK-QTD-TURMAS       PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FORA-TABELA  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TUR          PIC 9(03) VALUE ZEROS.
       77 WRK-POS-TUR          PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-TURMAS.
           02 WRK-TUR-LINHA OCCURS 100 TIMES.
               03 WRK-TUR-CODIGO       PIC X(03).
               03 WRK-TUR-CURSO        PIC X(10).
               03 WRK-TUR-SERIE        PIC 9(02).
               03 WRK-TUR-TURNO        PIC X(01).
                   88 WRK-TUR-TURNO-VALIDO VALUES 'M' 'T' 'N'.
               03 WRK-TUR-CAPACIDADE   PIC 9(03).
               03 WRK-TUR-MATRICULADOS PIC 9(03).
      *****************************************************
      * TABELA DOS RESULTADOS DO ANO POR ALUNO - SITUACAO
      * DO REGISTRO CONSOLIDADO DO HISTORICO (O ULTIMO DO
      * ANO) E DESTINO/TURMA DA PROMOCAO (PROMOALU)
      *****************************************************
       77 WRK-MAX-RESULTADOS   PIC 9(03) VALUE 999.
       77 WRK-QTD-RESULTADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-RES          PIC 9(04) VALUE ZEROS.
       77 WRK-POS-RES          PIC 9(03) VALUE ZEROS.
       77 WRK-BUSCA-MATRICULA  PIC 9(06) VALUE ZEROS.
       77 WRK-HA-PROMOCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-HA-PROMOCAO VALUE 'S'.
       01 WRK-TAB-RESULTADOS.
           02 WRK-RES-LINHA OCCURS 999 TIMES.
               03 WRK-RES-MATRICULA PIC 9(06).
               03 WRK-RES-SITUACAO  PIC X(15).
               03 WRK-RES-DESTINO   PIC X(01).
                   88 WRK-RES-PROMOVIDO VALUE 'P'.
                   88 WRK-RES-RETIDO    VALUE 'R'.
                   88 WRK-RES-BLOQUEADO VALUE 'B'.
               03 WRK-RES-TURMA     PIC X(03).
      *****************************************************
      * DADOS DO ALUNO NO CENSO
      *****************************************************
       77 WRK-INCLUI-SW        PIC X(01) VALUE 'N'.
           88 WRK-ALUNO-NO-CENSO VALUE 'S'.
       77 WRK-CEN-TURMA        PIC X(03) VALUE SPACES.
       77 WRK-CEN-SITUACAO     PIC X(01) VALUE SPACES.
           88 WRK-CEN-APROVADO    VALUE 'A'.
           88 WRK-CEN-REPROVADO   VALUE 'R'.
           88 WRK-CEN-TRANSFERIDO VALUE 'T'.
           88 WRK-CEN-DESISTENTE  VALUE 'D'.
           88 WRK-CEN-CURSANDO    VALUE 'C'.
       77 WRK-CEN-FREQUENCIA   PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-SAIDA-AREA.
           02 WRK-DATA-SAIDA   PIC 9(08).
           02 WRK-DATA-SAIDA-R REDEFINES WRK-DATA-SAIDA.
               03 WRK-ANO-SAIDA PIC 9(04).
               03 FILLER        PIC 9(04).
       77 WRK-OCORRENCIA       PIC X(40) VALUE SPACES.
       77 WRK-PEND-ALUNO       PIC 9(02) VALUE ZEROS.
      *****************************************************
      * TOTAIS
      *****************************************************
       77 WRK-QTD-CENSO        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-APROVADOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REPROVADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-TRANSFERIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DESISTENTES  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CURSANDO     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ALU-PEND     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENCIAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-TUR-CENSO    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ALU-GRAVADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REGISTROS    PIC 9(07) VALUE ZEROS.
       77 WRK-AUD-TEXTO        PIC X(57) VALUE SPACES.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC148' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'CENSO ESCOLAR'.
           DISPLAY '1-PRE-CRITICA DOS DADOS'.
           DISPLAY '2-GERAR ARQUIVO DO CENSO'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           IF WRK-OPCAO < 1 OR WRK-OPCAO > 2
               DISPLAY 'OPCAO INVALIDA'
               GOBACK
           END-IF.
           DISPLAY 'ANO LETIVO DO CENSO (AAAA).. '.
           PERFORM CAPTURA-ANO UNTIL WRK-ANO-VALIDO.
           IF WRK-ANO = ZEROS
               DISPLAY 'ANO LETIVO INVALIDO'
               GOBACK
           END-IF.
           PERFORM ABRE-ARQUIVOS.
           IF NOT WRK-ARQUIVOS-OK
               GOBACK
           END-IF.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-TURMAS.
           PERFORM CARREGA-HISTORICO.
           PERFORM CARREGA-PROMOCAO.
           PERFORM EMITE-PRE-CRITICA.
           IF WRK-OPCAO = 2
               IF WRK-QTD-PENDENCIAS > 0
                   DISPLAY 'ARQUIVO DO CENSO NAO GERADO - HA '
                           WRK-QTD-PENDENCIAS ' PENDENCIA(S) NO '
                           'RELCENSO'
               ELSE
                   IF WRK-QTD-CENSO = 0
                       DISPLAY 'NENHUM ALUNO NO CENSO DO ANO '
                               WRK-ANO
                   ELSE
                       PERFORM GERA-ARQUIVO-CENSO
                   END-IF
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
               WHEN 1
                   SET ACE-CONSULTAR TO TRUE
               WHEN 2
                   SET ACE-INCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * ABRE-ARQUIVOS - SEM O CADASTRO DE ALUNOS OU DE
      * TURMAS NAO HA CENSO; SEM O ARQUIVO DE FREQUENCIA A
      * FREQUENCIA DO ALUNO SAI ZERADA
      *****************************************************
       ABRE-ARQUIVOS.
           MOVE 'N' TO WRK-ARQUIVOS-SW.
           OPEN INPUT ALUNOS.
           IF WRK-ALUNOS-STATUS NOT = '00'
               DISPLAY 'CADASTRO DE ALUNOS INEXISTENTE'
           ELSE
               OPEN INPUT TURMAS
               IF WRK-TURMAS-STATUS NOT = '00'
                   DISPLAY 'CADASTRO DE TURMAS INEXISTENTE'
                   CLOSE ALUNOS
               ELSE
                   SET WRK-ARQUIVOS-OK TO TRUE
               END-IF
           END-IF.
           IF WRK-ARQUIVOS-OK
               MOVE 'N' TO WRK-FREQUENCIA-SW
               OPEN INPUT FREQUENCIA
               IF WRK-FREQUENCIA-ST = '00'
                   SET WRK-TEM-FREQUENCIA TO TRUE
               ELSE
                   DISPLAY 'ARQUIVO DE FREQUENCIA INEXISTENTE - '
                           'FREQUENCIA ZERADA NO CENSO'
               END-IF
           END-IF.

       FECHA-ARQUIVOS.
           IF WRK-TEM-FREQUENCIA
               CLOSE FREQUENCIA
           END-IF.
           CLOSE TURMAS.
           CLOSE ALUNOS.

      *****************************************************
      * LE-PARAMETROS - IDENTIFICACAO DA ESCOLA NO CENSO;
      * SEM O PARMCENS COMPLETO O ARQUIVO NAO E GERADO
      *****************************************************
       LE-PARAMETROS.
           MOVE 'N' TO WRK-PARAMETROS-SW.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       MOVE PCE-CODIGO-INEP TO WRK-INEP
                       MOVE PCE-NOME-ESCOLA TO WRK-NOME-ESCOLA
                       MOVE PCE-MUNICIPIO   TO WRK-MUNICIPIO
                       MOVE PCE-UF          TO WRK-UF
                       SET WRK-PARAMETROS-OK TO TRUE
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF WRK-PARAMETROS-OK
               IF WRK-INEP IS NOT NUMERIC
                  OR WRK-MUNICIPIO IS NOT NUMERIC
                   MOVE 'N' TO WRK-PARAMETROS-SW
               ELSE
                   IF WRK-INEP = ZEROS OR WRK-MUNICIPIO = ZEROS
                      OR WRK-NOME-ESCOLA = SPACES
                      OR WRK-UF = SPACES
                       MOVE 'N' TO WRK-PARAMETROS-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * CARREGA-TURMAS - TODAS AS TURMAS DO CADASTRO, COM O
      * CONTADOR DE ALUNOS DO CENSO ZERADO
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
               MOVE TUR-TURNO  TO WRK-TUR-TURNO (WRK-IDX-TUR)
               MOVE TUR-CAPACIDADE
                 TO WRK-TUR-CAPACIDADE (WRK-IDX-TUR)
               MOVE ZEROS TO WRK-TUR-MATRICULADOS (WRK-IDX-TUR)
           ELSE
               ADD 1 TO WRK-QTD-FORA-TABELA
           END-IF.
           PERFORM LER-TURMA.

       PROCURA-TURMA.
           IF WRK-TUR-CODIGO (WRK-IDX-TUR) = WRK-CEN-TURMA
               MOVE WRK-IDX-TUR TO WRK-POS-TUR
           END-IF.

      *****************************************************
      * CARREGA-HISTORICO - RESULTADO DO ANO POR ALUNO: O
      * REGISTRO CONSOLIDADO (SEM DISCIPLINA) MAIS RECENTE
      * DO ANO LETIVO
      *****************************************************
       CARREGA-HISTORICO.
           MOVE ZEROS TO WRK-QTD-RESULTADOS.
           OPEN INPUT HISTORICO.
           IF WRK-HISTORICO-STATUS NOT = '00'
               DISPLAY 'HISTORICO INEXISTENTE - ALUNOS ATIVOS '
                       'SEM RESULTADO FINAL'
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-HISTORICO
               PERFORM GUARDA-HISTORICO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE HISTORICO
           END-IF.

       LER-HISTORICO.
           READ HISTORICO
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       GUARDA-HISTORICO.
           IF HIS-ANO = WRK-ANO AND HIS-DISCIPLINA = SPACES
               MOVE HIS-MATRICULA TO WRK-BUSCA-MATRICULA
               PERFORM LOCALIZA-RESULTADO
               IF WRK-POS-RES = 0
                   PERFORM INCLUI-RESULTADO
               END-IF
               IF WRK-POS-RES > 0
                   MOVE HIS-SITUACAO
                     TO WRK-RES-SITUACAO (WRK-POS-RES)
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

      *****************************************************
      * CARREGA-PROMOCAO - DESTINO DE CADA ALUNO NA
      * PROMOCAO DO ANO (PROGCOB84) E A TURMA EM QUE ELE
      * CURSOU O ANO
      *****************************************************
       CARREGA-PROMOCAO.
           MOVE 'N' TO WRK-HA-PROMOCAO-SW.
           OPEN INPUT PROMO-ALUNOS.
           IF WRK-PROMO-ALUNOS-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-PROMOCAO
               PERFORM GUARDA-PROMOCAO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE PROMO-ALUNOS
           END-IF.

       LER-PROMOCAO.
           READ PROMO-ALUNOS
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       GUARDA-PROMOCAO.
           IF PRA-ANO = WRK-ANO
               SET WRK-HA-PROMOCAO TO TRUE
               MOVE PRA-MATRICULA TO WRK-BUSCA-MATRICULA
               PERFORM LOCALIZA-RESULTADO
               IF WRK-POS-RES = 0
                   PERFORM INCLUI-RESULTADO
               END-IF
               IF WRK-POS-RES > 0
                   MOVE PRA-DESTINO TO WRK-RES-DESTINO (WRK-POS-RES)
                   MOVE PRA-TURMA   TO WRK-RES-TURMA (WRK-POS-RES)
               END-IF
           END-IF.
           PERFORM LER-PROMOCAO.

       LOCALIZA-RESULTADO.
           MOVE ZEROS TO WRK-POS-RES.
           PERFORM PROCURA-RESULTADO
               VARYING WRK-IDX-RES FROM 1 BY 1
               UNTIL WRK-IDX-RES > WRK-QTD-RESULTADOS
                  OR WRK-POS-RES > 0.

       PROCURA-RESULTADO.
           IF WRK-RES-MATRICULA (WRK-IDX-RES) = WRK-BUSCA-MATRICULA
               MOVE WRK-IDX-RES TO WRK-POS-RES
           END-IF.

       INCLUI-RESULTADO.
           IF WRK-QTD-RESULTADOS < WRK-MAX-RESULTADOS
               ADD 1 TO WRK-QTD-RESULTADOS
               MOVE WRK-QTD-RESULTADOS TO WRK-POS-RES
               MOVE WRK-BUSCA-MATRICULA
                 TO WRK-RES-MATRICULA (WRK-POS-RES)
               MOVE SPACES TO WRK-RES-SITUACAO (WRK-POS-RES)
               MOVE SPACES TO WRK-RES-DESTINO (WRK-POS-RES)
               MOVE SPACES TO WRK-RES-TURMA (WRK-POS-RES)
           ELSE
               DISPLAY 'TABELA DE RESULTADOS CHEIA - '
                       WRK-BUSCA-MATRICULA ' IGNORADA'
           END-IF.

      *****************************************************
      * EMITE-PRE-CRITICA - PRIMEIRA PASSADA NO CADASTRO DE
      * ALUNOS: CRITICA OS DADOS DE CADA ALUNO DO CENSO E
      * CONTA OS ALUNOS POR TURMA; DEPOIS CRITICA AS TURMAS
      * COM ALUNOS E IMPRIME OS TOTAIS
      *****************************************************
       EMITE-PRE-CRITICA.
           MOVE ZEROS TO WRK-QTD-CENSO WRK-QTD-APROVADOS
                         WRK-QTD-REPROVADOS WRK-QTD-TRANSFERIDOS
                         WRK-QTD-DESISTENTES WRK-QTD-CURSANDO
                         WRK-QTD-ALU-PEND WRK-QTD-PENDENCIAS
                         WRK-QTD-TUR-CENSO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRE-CRITICA DO CENSO ESCOLAR - ANO ' WRK-ANO
                  ' - EMISSAO ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-PARAMETROS-OK
               MOVE SPACES TO REL-LINHA
               STRING 'PARAMETROS DA ESCOLA (PARMCENS) AUSENTES OU '
                      'INCOMPLETOS'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WRK-QTD-PENDENCIAS
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'MATRIC NOME                           OCORRENCIA'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM INICIA-LEITURA-ALUNOS.
           PERFORM CRITICA-ALUNO UNTIL WRK-FIM-ALUNOS-OK.
           PERFORM CRITICA-TURMA
               VARYING WRK-IDX-TUR FROM 1 BY 1
               UNTIL WRK-IDX-TUR > WRK-QTD-TURMAS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY 'PRE-CRITICA GERADA EM RELCENSO - '
                   WRK-QTD-PENDENCIAS ' PENDENCIA(S)'.

       INICIA-LEITURA-ALUNOS.
           MOVE 'N' TO WRK-FIM-ALUNOS.
           MOVE LOW-VALUES TO ALU-MATRICULA.
           START ALUNOS KEY >= ALU-MATRICULA
               INVALID KEY
                   SET WRK-FIM-ALUNOS-OK TO TRUE
           END-START.
           PERFORM LER-ALUNO.

       LER-ALUNO.
           IF NOT WRK-FIM-ALUNOS-OK
               READ ALUNOS NEXT
                   AT END
                       SET WRK-FIM-ALUNOS-OK TO TRUE
               END-READ
           END-IF.

       CRITICA-ALUNO.
           PERFORM DEFINE-SITUACAO-ALUNO.
           IF WRK-ALUNO-NO-CENSO
               ADD 1 TO WRK-QTD-CENSO
               EVALUATE TRUE
                   WHEN WRK-CEN-APROVADO
                       ADD 1 TO WRK-QTD-APROVADOS
                   WHEN WRK-CEN-REPROVADO
                       ADD 1 TO WRK-QTD-REPROVADOS
                   WHEN WRK-CEN-TRANSFERIDO
                       ADD 1 TO WRK-QTD-TRANSFERIDOS
                   WHEN WRK-CEN-DESISTENTE
                       ADD 1 TO WRK-QTD-DESISTENTES
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-CURSANDO
               END-EVALUATE
               IF WRK-POS-TUR > 0
                   ADD 1 TO WRK-TUR-MATRICULADOS (WRK-POS-TUR)
               END-IF
               MOVE ZEROS TO WRK-PEND-ALUNO
               PERFORM CRITICA-DADOS-ALUNO
               IF WRK-PEND-ALUNO > 0
                   ADD 1 TO WRK-QTD-ALU-PEND
                   ADD WRK-PEND-ALUNO TO WRK-QTD-PENDENCIAS
               END-IF
               IF WRK-CEN-CURSANDO
                   MOVE 'AVISO: SEM RESULTADO FINAL NO ANO'
                     TO WRK-OCORRENCIA
                   PERFORM IMPRIME-OCORRENCIA
               END-IF
           END-IF.
           PERFORM LER-ALUNO.

      *****************************************************
      * DEFINE-SITUACAO-ALUNO - COM A PROMOCAO DO ANO JA
      * FEITA, ENTRA QUEM TEM DESTINO NO PROMOALU (A TURMA
      * E A DO ANO CURSADO); ANTES DELA, ENTRA O ALUNO
      * ATIVO NA TURMA ATUAL. O ALUNO INATIVO COM SAIDA NO
      * ANO ENTRA COMO TRANSFERIDO OU DESISTENTE
      *****************************************************
       DEFINE-SITUACAO-ALUNO.
           MOVE 'N' TO WRK-INCLUI-SW.
           MOVE SPACES TO WRK-CEN-TURMA.
           MOVE SPACES TO WRK-CEN-SITUACAO.
           MOVE ALU-MATRICULA TO WRK-BUSCA-MATRICULA.
           PERFORM LOCALIZA-RESULTADO.
           IF WRK-HA-PROMOCAO
               IF WRK-POS-RES > 0
                   IF WRK-RES-DESTINO (WRK-POS-RES) NOT = SPACES
                       SET WRK-ALUNO-NO-CENSO TO TRUE
                       MOVE WRK-RES-TURMA (WRK-POS-RES)
                         TO WRK-CEN-TURMA
                       EVALUATE TRUE
                           WHEN WRK-RES-PROMOVIDO (WRK-POS-RES)
                               SET WRK-CEN-APROVADO TO TRUE
                           WHEN WRK-RES-RETIDO (WRK-POS-RES)
                               SET WRK-CEN-REPROVADO TO TRUE
                           WHEN OTHER
                               PERFORM SITUACAO-DO-HISTORICO
                       END-EVALUATE
                   END-IF
               END-IF
           ELSE
               IF ALU-ATIVO
                   SET WRK-ALUNO-NO-CENSO TO TRUE
                   MOVE ALU-TURMA TO WRK-CEN-TURMA
                   PERFORM SITUACAO-DO-HISTORICO
               END-IF
           END-IF.
           IF NOT WRK-ALUNO-NO-CENSO AND ALU-INATIVO
               IF ALU-DATA-SAIDA IS NUMERIC
                   MOVE ALU-DATA-SAIDA TO WRK-DATA-SAIDA
                   IF WRK-ANO-SAIDA = WRK-ANO
                       SET WRK-ALUNO-NO-CENSO TO TRUE
                       MOVE ALU-TURMA TO WRK-CEN-TURMA
                       IF ALU-SAIDA-TRANSFERENCIA
                           SET WRK-CEN-TRANSFERIDO TO TRUE
                       ELSE
                           SET WRK-CEN-DESISTENTE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-POS-TUR.
           IF WRK-ALUNO-NO-CENSO
               PERFORM PROCURA-TURMA
                   VARYING WRK-IDX-TUR FROM 1 BY 1
                   UNTIL WRK-IDX-TUR > WRK-QTD-TURMAS
                      OR WRK-POS-TUR > 0
           END-IF.

       SITUACAO-DO-HISTORICO.
           SET WRK-CEN-CURSANDO TO TRUE.
           IF WRK-POS-RES > 0
               EVALUATE WRK-RES-SITUACAO (WRK-POS-RES)
                   WHEN 'APROVADO'
                   WHEN 'DEPENDENCIA'
                       SET WRK-CEN-APROVADO TO TRUE
                   WHEN 'REPROVADO'
                   WHEN 'REPROV. FALTA'
                       SET WRK-CEN-REPROVADO TO TRUE
               END-EVALUATE
           END-IF.

      *****************************************************
      * CRITICA-DADOS-ALUNO - DADOS OBRIGATORIOS DO CENSO;
      * CADA FALHA E UMA PENDENCIA NO RELATORIO
      *****************************************************
       CRITICA-DADOS-ALUNO.
           IF ALU-NOME = SPACES
               MOVE 'NOME NAO INFORMADO' TO WRK-OCORRENCIA
               PERFORM REGISTRA-PENDENCIA
           END-IF.
           IF ALU-RESP-NOME = SPACES
               MOVE 'FILIACAO (RESPONSAVEL) NAO INFORMADA'
                 TO WRK-OCORRENCIA
               PERFORM REGISTRA-PENDENCIA
           END-IF.
           IF NOT ALU-SEXO-VALIDO
               MOVE 'SEXO NAO INFORMADO (M/F)' TO WRK-OCORRENCIA
               PERFORM REGISTRA-PENDENCIA
           END-IF.
           PERFORM CRITICA-NASCIMENTO.
           PERFORM CRITICA-CPF.
           IF WRK-POS-TUR = 0
               MOVE SPACES TO WRK-OCORRENCIA
               STRING 'TURMA ' WRK-CEN-TURMA ' NAO CADASTRADA'
                   DELIMITED BY SIZE INTO WRK-OCORRENCIA
               PERFORM REGISTRA-PENDENCIA
           END-IF.

       CRITICA-NASCIMENTO.
           IF ALU-DATA-NASC IS NOT NUMERIC
               MOVE 'DATA DE NASCIMENTO NAO INFORMADA'
                 TO WRK-OCORRENCIA
               PERFORM REGISTRA-PENDENCIA
           ELSE
               IF ALU-DATA-NASC = ZEROS
                   MOVE 'DATA DE NASCIMENTO NAO INFORMADA'
                     TO WRK-OCORRENCIA
                   PERFORM REGISTRA-PENDENCIA
               ELSE
                   SET DUT-FC-VALIDA-DATA TO TRUE
                   MOVE ALU-DATA-NASC TO DUT-DATA-1
                   CALL 'PROGCOB26' USING DUT-PARAMETROS
                   IF NOT DUT-OK
                      OR ALU-DATA-NASC NOT < WRK-DATA-HOJE
                       MOVE 'DATA DE NASCIMENTO INVALIDA'
                         TO WRK-OCORRENCIA
                       PERFORM REGISTRA-PENDENCIA
                   END-IF
               END-IF
           END-IF.

       CRITICA-CPF.
           IF ALU-CPF IS NOT NUMERIC
               MOVE 'CPF NAO INFORMADO' TO WRK-OCORRENCIA
               PERFORM REGISTRA-PENDENCIA
           ELSE
               IF ALU-CPF = ZEROS
                   MOVE 'CPF NAO INFORMADO' TO WRK-OCORRENCIA
                   PERFORM REGISTRA-PENDENCIA
               ELSE
                   MOVE ALU-CPF TO WRK-CPF-NUMERO
                   PERFORM VALIDA-CPF
                   IF NOT WRK-CPF-VALIDO
                       MOVE 'CPF INVALIDO' TO WRK-OCORRENCIA
                       PERFORM REGISTRA-PENDENCIA
                   END-IF
               END-IF
           END-IF.

       REGISTRA-PENDENCIA.
           ADD 1 TO WRK-PEND-ALUNO.
           PERFORM IMPRIME-OCORRENCIA.

       IMPRIME-OCORRENCIA.
           MOVE SPACES TO REL-LINHA.
           STRING ALU-MATRICULA ' ' ALU-NOME ' ' WRK-OCORRENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * CRITICA-TURMA - TURMA COM ALUNO NO CENSO PRECISA DE
      * TURNO E CAPACIDADE NO CADASTRO (PROGCOB80)
      *****************************************************
       CRITICA-TURMA.
           IF WRK-TUR-MATRICULADOS (WRK-IDX-TUR) > 0
               ADD 1 TO WRK-QTD-TUR-CENSO
               IF NOT WRK-TUR-TURNO-VALIDO (WRK-IDX-TUR)
                   MOVE SPACES TO REL-LINHA
                   STRING 'TURMA ' WRK-TUR-CODIGO (WRK-IDX-TUR)
                          ' SEM TURNO VALIDO (M/T/N) NO CADASTRO'
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   ADD 1 TO WRK-QTD-PENDENCIAS
               END-IF
               IF WRK-TUR-CAPACIDADE (WRK-IDX-TUR) = ZEROS
                   MOVE SPACES TO REL-LINHA
                   STRING 'TURMA ' WRK-TUR-CODIGO (WRK-IDX-TUR)
                          ' SEM CAPACIDADE NO CADASTRO'
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
                   ADD 1 TO WRK-QTD-PENDENCIAS
               END-IF
           END-IF.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CENSO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNOS NO CENSO.............. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-APROVADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  APROVADOS.................. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-REPROVADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  REPROVADOS................. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-TRANSFERIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  TRANSFERIDOS............... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-DESISTENTES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  DEIXARAM DE FREQUENTAR..... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-CURSANDO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  SEM RESULTADO FINAL........ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-TUR-CENSO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TURMAS NO CENSO.............. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ALU-PEND TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNOS COM PENDENCIA......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PENDENCIAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DE PENDENCIAS.......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WRK-QTD-PENDENCIAS = 0
               MOVE 'SITUACAO: DADOS PRONTOS PARA A GERACAO'
                 TO REL-LINHA
           ELSE
               STRING 'SITUACAO: CORRIGIR ALUNOS NO PROGCOB39 E '
                      'TURMAS NO PROGCOB80'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.

      *****************************************************
      * GERA-ARQUIVO-CENSO - CABECALHO DA ESCOLA, TURMAS COM
      * ALUNOS NO CENSO, SEGUNDA PASSADA NO CADASTRO PARA
      * OS ALUNOS E TRAILER COM AS QUANTIDADES
      *****************************************************
       GERA-ARQUIVO-CENSO.
           MOVE ZEROS TO WRK-QTD-REGISTROS.
           MOVE ZEROS TO WRK-QTD-ALU-GRAVADOS.
           OPEN OUTPUT CENSO.
           MOVE SPACES TO CEN-HEADER.
           MOVE '00'            TO CEN-H-TIPO.
           MOVE WRK-INEP        TO CEN-H-INEP.
           MOVE WRK-NOME-ESCOLA TO CEN-H-NOME-ESCOLA.
           MOVE WRK-MUNICIPIO   TO CEN-H-MUNICIPIO.
           MOVE WRK-UF          TO CEN-H-UF.
           MOVE WRK-ANO         TO CEN-H-ANO.
           MOVE WRK-DATA-HOJE   TO CEN-H-DATA.
           WRITE CEN-HEADER.
           ADD 1 TO WRK-QTD-REGISTROS.
           PERFORM GRAVA-TURMA-CENSO
               VARYING WRK-IDX-TUR FROM 1 BY 1
               UNTIL WRK-IDX-TUR > WRK-QTD-TURMAS.
           PERFORM INICIA-LEITURA-ALUNOS.
           PERFORM GRAVA-ALUNO-CENSO UNTIL WRK-FIM-ALUNOS-OK.
           ADD 1 TO WRK-QTD-REGISTROS.
           MOVE SPACES TO CEN-TRAILER.
           MOVE '99'                 TO CEN-Z-TIPO.
           MOVE WRK-QTD-TUR-CENSO    TO CEN-Z-QTD-TURMAS.
           MOVE WRK-QTD-ALU-GRAVADOS TO CEN-Z-QTD-ALUNOS.
           MOVE WRK-QTD-REGISTROS    TO CEN-Z-QTD-REGISTROS.
           WRITE CEN-TRAILER.
           CLOSE CENSO.
           DISPLAY 'ARQUIVO DO CENSO GERADO EM CENSOESC - '
                   WRK-QTD-TUR-CENSO ' TURMA(S) E '
                   WRK-QTD-ALU-GRAVADOS ' ALUNO(S)'.
           MOVE SPACES TO WRK-AUD-TEXTO.
           STRING 'CENSO ' WRK-ANO ' TURMAS ' WRK-QTD-TUR-CENSO
                  ' ALUNOS ' WRK-QTD-ALU-GRAVADOS
               DELIMITED BY SIZE INTO WRK-AUD-TEXTO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-TURMA-CENSO.
           IF WRK-TUR-MATRICULADOS (WRK-IDX-TUR) > 0
               MOVE SPACES TO CEN-TURMA
               MOVE '20'     TO CEN-T-TIPO
               MOVE WRK-INEP TO CEN-T-INEP
               MOVE WRK-TUR-CODIGO (WRK-IDX-TUR) TO CEN-T-CODIGO
               MOVE WRK-TUR-CURSO (WRK-IDX-TUR)  TO CEN-T-CURSO
               MOVE WRK-TUR-SERIE (WRK-IDX-TUR)  TO CEN-T-SERIE
               MOVE WRK-TUR-TURNO (WRK-IDX-TUR)  TO CEN-T-TURNO
               MOVE WRK-TUR-CAPACIDADE (WRK-IDX-TUR)
                 TO CEN-T-CAPACIDADE
               MOVE WRK-TUR-MATRICULADOS (WRK-IDX-TUR)
                 TO CEN-T-MATRICULADOS
               WRITE CEN-TURMA
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.

       GRAVA-ALUNO-CENSO.
           PERFORM DEFINE-SITUACAO-ALUNO.
           IF WRK-ALUNO-NO-CENSO
               PERFORM APURA-FREQUENCIA
               MOVE SPACES TO CEN-ALUNO
               MOVE '60'           TO CEN-A-TIPO
               MOVE WRK-INEP       TO CEN-A-INEP
               MOVE ALU-MATRICULA  TO CEN-A-MATRICULA
               MOVE ALU-NOME       TO CEN-A-NOME
               MOVE ALU-CPF        TO CEN-A-CPF
               MOVE ALU-DATA-NASC  TO CEN-A-DATA-NASC
               MOVE ALU-SEXO       TO CEN-A-SEXO
               MOVE ALU-RESP-NOME  TO CEN-A-FILIACAO
               MOVE WRK-CEN-TURMA  TO CEN-A-TURMA
               MOVE WRK-TUR-CURSO (WRK-POS-TUR) TO CEN-A-CURSO
               MOVE WRK-TUR-SERIE (WRK-POS-TUR) TO CEN-A-SERIE
               MOVE WRK-CEN-SITUACAO   TO CEN-A-SITUACAO
               MOVE WRK-CEN-FREQUENCIA TO CEN-A-FREQUENCIA
               WRITE CEN-ALUNO
               ADD 1 TO WRK-QTD-ALU-GRAVADOS
               ADD 1 TO WRK-QTD-REGISTROS
           END-IF.
           PERFORM LER-ALUNO.

      *****************************************************
      * APURA-FREQUENCIA - PERCENTUAL DE AULAS ASSISTIDAS
      * SOBRE AS AULAS DADAS NO ANO (FREQUENC)
      *****************************************************
       APURA-FREQUENCIA.
           MOVE ZEROS TO WRK-CEN-FREQUENCIA.
           IF WRK-TEM-FREQUENCIA
               MOVE ALU-MATRICULA TO FRQ-MATRICULA
               READ FREQUENCIA
                   NOT INVALID KEY
                       IF FRQ-AULAS-DADAS > 0
                           COMPUTE WRK-CEN-FREQUENCIA =
                               FRQ-AULAS-PRESENTES * 100
                               / FRQ-AULAS-DADAS
                       END-IF
               END-READ
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
           MOVE 'PROGC148' TO AUD-PROGRAMA.
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

           COPY VALIDCPF.
