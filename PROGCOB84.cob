      * MOLDES DO MENCTRL) - UMA SEGUNDA EXECUCAO DO MESMO
      * ANO E RECUSADA, PARA O RERUN NAO AVANCAR A SERIE
      * DOS APROVADOS DUAS VEZES
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  DECISAO POR DISCIPLINA - COM REGISTROS
      * DE DISCIPLINA NO ANO, DISCIPLINA EM RECUPERACAO
      * BLOQUEIA, AS REPROVADAS ATE O MAXIMO DE DEPENDENCIAS
      * DO PARMNOTA (EM BRANCO, 2) PROMOVEM COM DEPENDENCIA
      * GRAVADA NO DEPENDEN E ACIMA DISSO RETEM; SEM ELES
      * VALE O REGISTRO CONSOLIDADO, COMO ANTES. RECUPERACAO
      * PENDENTE EM QUALQUER DISCIPLINA BLOQUEIA
      * 2026-10-15 LC  RESULTADO POR ALUNO NO PROMOALU (DESTINO,
      * TURMA DO ANO ENCERRADO E CURSO/SERIE DO ANO SEGUINTE)
      * PARA A RESERVA DE VAGAS DA REMATRICULA (PROGC147)
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT RECUPERACAO ASSIGN TO "RECUPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-RECUPERACAO-ST.
           SELECT PROM-CONTROLE ASSIGN TO "PROMCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRC-ANO
               FILE STATUS IS WRK-PROM-CONTROLE-ST.
           SELECT PARAMETROS ASSIGN TO "PARMNOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-STATUS.
           SELECT DEPENDENCIAS ASSIGN TO "DEPENDEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DEPENDENCIAS-ST.
           SELECT PROMO-ALUNOS ASSIGN TO "PROMOALU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PROMO-ALUNOS-ST.
           SELECT RELATORIO ASSIGN TO "RELPROMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           COPY RECUPREG.
       FD  PROM-CONTROLE.
           COPY PRCTLREG.
       FD  PARAMETROS.
           COPY PARAMREG.
       FD  DEPENDENCIAS.
           COPY DEPENREG.
       FD  PROMO-ALUNOS.
           COPY PROMALREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-RECUPERACAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-PROM-CONTROLE-ST PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-DEPENDENCIAS-ST  PIC X(02) VALUE SPACES.
       77 WRK-PROMO-ALUNOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-MAX-DEPENDENCIAS PIC 9(01) VALUE 2.
       77 WRK-RECUP-ABERTO-SW  PIC X(01) VALUE 'N'.
           88 WRK-RECUP-ABERTO VALUE 'S'.
       77 WRK-FIM-RECUP-SW     PIC X(01) VALUE 'N'.
           88 WRK-FIM-RECUP VALUE 'S'.
       77 WRK-PENDENTE-SW      PIC X(01) VALUE 'N'.
           88 WRK-RECUP-PENDENTE VALUE 'S'.
       77 WRK-IDX-DIS          PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-DIS-SW     PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-DISCIPLINA VALUE 'S'.
       77 WRK-QTD-EM-RECUP     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DEPEND-ALUNO PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-DEPENDENTES  PIC 9(05) VALUE ZEROS.
       77 WRK-MEDIA-ED         PIC Z9,9 VALUE ZEROS.
       77 WRK-JA-PROMOVIDO-SW  PIC X(01) VALUE 'N'.
           88 WRK-JA-PROMOVIDO VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
              INDEXED BY WRK-IDX-RES.
               03 WRK-RES-MATRICULA PIC 9(06).
               03 WRK-RES-SITUACAO  PIC X(15).
               03 WRK-RES-QTD-DISC  PIC 9(02).
               03 WRK-RES-DISCIPLINA OCCURS 15 TIMES.
                   04 WRK-RDS-CODIGO   PIC X(04).
                   04 WRK-RDS-NOME     PIC X(20).
                   04 WRK-RDS-MEDIA    PIC 9(02)V9.
                   04 WRK-RDS-SITUACAO PIC X(15).
       77 WRK-MAX-TURMAS       PIC 9(03) VALUE 100.
       77 WRK-QTD-TURMAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TUR          PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-RETIDOS      PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BLOQUEADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB84' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'ANO LETIVO A ENCERRAR (AAAA).. '
           PERFORM CAPTURA-ANO UNTIL WRK-ANO-VALIDO.
           PERFORM VERIFICA-ANO-PROMOVIDO.
               DISPLAY 'PROMOCAO ABANDONADA'
               GOBACK
           END-IF.
           PERFORM LE-PARAMETROS.
           PERFORM CARREGA-RESULTADOS.
           OPEN I-O ALUNOS.
           OPEN INPUT RECUPERACAO.
           IF WRK-RECUPERACAO-ST = '00'
               SET WRK-RECUP-ABERTO TO TRUE
           END-IF.
           OPEN EXTEND DEPENDENCIAS.
           OPEN EXTEND PROMO-ALUNOS.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROMOCAO DO ANO LETIVO ' WRK-ANO
           PERFORM PROCESSA-ALUNO UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELATORIO.
           CLOSE PROMO-ALUNOS.
           CLOSE DEPENDENCIAS.
           IF WRK-RECUP-ABERTO
               CLOSE RECUPERACAO
           END-IF.
           CLOSE ALUNOS.
           WRITE PRC-REGISTRO.
           CLOSE PROM-CONTROLE.

       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-STATUS = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PAR-MAX-DEPENDENCIAS IS NUMERIC
                           MOVE PAR-MAX-DEPENDENCIAS
                             TO WRK-MAX-DEPENDENCIAS
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

      *****************************************************
      * CARREGA-RESULTADOS - VARRE O HISTORICO UMA VEZ
      * RETENDO, POR MATRICULA, O ULTIMO REGISTRO DO ANO
      * (A RECUPERACAO GRAVADA DEPOIS SOBREPOE O RESULTADO
      * ORIGINAL) - O CONSOLIDADO NA SITUACAO DO ALUNO E O
      * DE CADA DISCIPLINA NA TABELA DE DISCIPLINAS DELE
      *****************************************************
       CARREGA-RESULTADOS.
           OPEN INPUT HISTORICO.
               IF WRK-ACHOU-RESULTADO
                   SUBTRACT 1 FROM WRK-IDX-BUSCA
                   SET WRK-IDX-RES TO WRK-IDX-BUSCA
               ELSE
                   IF WRK-QTD-RESULTADOS < WRK-MAX-RESULTADOS
                       ADD 1 TO WRK-QTD-RESULTADOS
                       SET WRK-IDX-RES TO WRK-QTD-RESULTADOS
                       MOVE HIS-MATRICULA
                           TO WRK-RES-MATRICULA (WRK-IDX-RES)
                       MOVE SPACES
                           TO WRK-RES-SITUACAO (WRK-IDX-RES)
                       MOVE ZEROS
                           TO WRK-RES-QTD-DISC (WRK-IDX-RES)
                       SET WRK-ACHOU-RESULTADO TO TRUE
                   ELSE
                       DISPLAY 'TABELA DE RESULTADOS CHEIA - '
                               HIS-MATRICULA ' IGNORADA'
                   END-IF
               END-IF
               IF WRK-ACHOU-RESULTADO
                   IF HIS-DISCIPLINA = SPACES
                       MOVE HIS-SITUACAO
                           TO WRK-RES-SITUACAO (WRK-IDX-RES)
                   ELSE
                       PERFORM GUARDA-DISCIPLINA
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       GUARDA-DISCIPLINA.
           MOVE 'N' TO WRK-ACHOU-DIS-SW.
           PERFORM PROCURA-DISCIPLINA
               VARYING WRK-IDX-DIS FROM 1 BY 1
               UNTIL WRK-IDX-DIS > WRK-RES-QTD-DISC (WRK-IDX-RES)
                  OR WRK-ACHOU-DISCIPLINA.
           IF WRK-ACHOU-DISCIPLINA
               SUBTRACT 1 FROM WRK-IDX-DIS
           ELSE
               IF WRK-RES-QTD-DISC (WRK-IDX-RES) < 15
                   ADD 1 TO WRK-RES-QTD-DISC (WRK-IDX-RES)
                   MOVE WRK-RES-QTD-DISC (WRK-IDX-RES) TO WRK-IDX-DIS
                   MOVE HIS-DISCIPLINA
                     TO WRK-RDS-CODIGO (WRK-IDX-RES, WRK-IDX-DIS)
                   MOVE HIS-DIS-NOME
                     TO WRK-RDS-NOME (WRK-IDX-RES, WRK-IDX-DIS)
                   SET WRK-ACHOU-DISCIPLINA TO TRUE
               ELSE
                   DISPLAY 'DISCIPLINAS DEMAIS NO ANO - '
                           HIS-MATRICULA ' ' HIS-DISCIPLINA
                           ' IGNORADA'
               END-IF
           END-IF.
           IF WRK-ACHOU-DISCIPLINA
               MOVE HIS-MEDIA
                 TO WRK-RDS-MEDIA (WRK-IDX-RES, WRK-IDX-DIS)
               MOVE HIS-SITUACAO
                 TO WRK-RDS-SITUACAO (WRK-IDX-RES, WRK-IDX-DIS)
           END-IF.

       PROCURA-DISCIPLINA.
           IF WRK-RDS-CODIGO (WRK-IDX-RES, WRK-IDX-DIS)
                  = HIS-DISCIPLINA
               SET WRK-ACHOU-DISCIPLINA TO TRUE
           END-IF.

       PROCURA-RESULTADO.
           SET WRK-IDX-RES TO WRK-IDX-BUSCA.
           IF WRK-RES-MATRICULA (WRK-IDX-RES) = HIS-MATRICULA
           IF ALU-ATIVO
               PERFORM DECIDE-DESTINO
               PERFORM APLICA-DESTINO
               PERFORM GRAVA-RESULTADO-ALUNO
               PERFORM ACUMULA-TURMA
           END-IF.
           PERFORM LER-ALUNO.

      *****************************************************
      * DECIDE-DESTINO - RECUPERACAO PENDENTE EM QUALQUER
      * DISCIPLINA BLOQUEIA; SEM RESULTADO NO ANO BLOQUEIA;
      * COM DISCIPLINAS NO ANO DECIDE POR ELAS; SENAO,
      * SITUACAO CONSOLIDADA INICIADA EM APROVADO PROMOVE E
      * O RESTO RETEM
      *****************************************************
       DECIDE-DESTINO.
           SET WRK-BLOQUEADO TO TRUE.
           MOVE ZEROS TO WRK-QTD-DEPEND-ALUNO.
           MOVE 'N' TO WRK-PENDENTE-SW.
           IF WRK-RECUP-ABERTO
               PERFORM VERIFICA-RECUP-PENDENTE
           END-IF.
           IF NOT WRK-RECUP-PENDENTE
               PERFORM DECIDE-PELO-HISTORICO
           END-IF.

       VERIFICA-RECUP-PENDENTE.
           MOVE 'N' TO WRK-FIM-RECUP-SW.
           MOVE ALU-MATRICULA TO REC-MATRICULA.
           MOVE LOW-VALUES TO REC-DISCIPLINA.
           START RECUPERACAO KEY >= REC-CHAVE
               INVALID KEY
                   SET WRK-FIM-RECUP TO TRUE
           END-START.
           PERFORM LER-RECUPERACAO.
           PERFORM CONFERE-RECUPERACAO
               UNTIL WRK-FIM-RECUP OR WRK-RECUP-PENDENTE.

       LER-RECUPERACAO.
           IF NOT WRK-FIM-RECUP
               READ RECUPERACAO NEXT
                   AT END
                       SET WRK-FIM-RECUP TO TRUE
               END-READ
           END-IF.
           IF NOT WRK-FIM-RECUP
               IF REC-MATRICULA NOT = ALU-MATRICULA
                   SET WRK-FIM-RECUP TO TRUE
               END-IF
           END-IF.

       CONFERE-RECUPERACAO.
           IF REC-PENDENTE
               SET WRK-RECUP-PENDENTE TO TRUE
           END-IF.
           PERFORM LER-RECUPERACAO.

       DECIDE-PELO-HISTORICO.
           MOVE 'N' TO WRK-ACHOU-SW.
           MOVE ALU-MATRICULA TO HIS-MATRICULA.
           IF WRK-ACHOU-RESULTADO
               SUBTRACT 1 FROM WRK-IDX-BUSCA
               SET WRK-IDX-RES TO WRK-IDX-BUSCA
               IF WRK-RES-QTD-DISC (WRK-IDX-RES) > 0
                   PERFORM DECIDE-PELAS-DISCIPLINAS
               ELSE
                 IF WRK-RES-SITUACAO (WRK-IDX-RES) (1:8)
                         = 'APROVADO'
                     SET WRK-PROMOVIDO TO TRUE
                 ELSE
                     IF WRK-RES-SITUACAO (WRK-IDX-RES) (1:11)
                             = 'RECUPERACAO'
                         SET WRK-BLOQUEADO TO TRUE
                     ELSE
                         SET WRK-RETIDO TO TRUE
                     END-IF
                 END-IF
               END-IF
           ELSE
               SET WRK-BLOQUEADO TO TRUE
           END-IF.

      *****************************************************
      * DECIDE-PELAS-DISCIPLINAS - VALE A ULTIMA SITUACAO DE
      * CADA DISCIPLINA NO ANO; NAO APROVADA E FORA DE
      * RECUPERACAO CONTA COMO DEPENDENCIA
      *****************************************************
       DECIDE-PELAS-DISCIPLINAS.
           MOVE ZEROS TO WRK-QTD-EM-RECUP.
           MOVE ZEROS TO WRK-QTD-DEPEND-ALUNO.
           PERFORM CONTA-DISCIPLINA
               VARYING WRK-IDX-DIS FROM 1 BY 1
               UNTIL WRK-IDX-DIS > WRK-RES-QTD-DISC (WRK-IDX-RES).
           EVALUATE TRUE
               WHEN WRK-QTD-EM-RECUP > 0
                   SET WRK-BLOQUEADO TO TRUE
               WHEN WRK-QTD-DEPEND-ALUNO NOT > WRK-MAX-DEPENDENCIAS
                   SET WRK-PROMOVIDO TO TRUE
               WHEN OTHER
                   SET WRK-RETIDO TO TRUE
           END-EVALUATE.

       CONTA-DISCIPLINA.
           IF WRK-RDS-SITUACAO (WRK-IDX-RES, WRK-IDX-DIS) (1:11)
                  = 'RECUPERACAO'
               ADD 1 TO WRK-QTD-EM-RECUP
           ELSE
               IF WRK-RDS-SITUACAO (WRK-IDX-RES, WRK-IDX-DIS) (1:8)
                      NOT = 'APROVADO'
                   ADD 1 TO WRK-QTD-DEPEND-ALUNO
               END-IF
           END-IF.

       PROCURA-RESULTADO-ALUNO.
           SET WRK-IDX-RES TO WRK-IDX-BUSCA.
           IF WRK-RES-MATRICULA (WRK-IDX-RES) = ALU-MATRICULA
       APLICA-DESTINO.
           EVALUATE TRUE
               WHEN WRK-PROMOVIDO
                   IF WRK-QTD-DEPEND-ALUNO > 0
                       PERFORM GRAVA-DEPENDENCIAS
                   END-IF
                   ADD 1 TO ALU-SERIE
                   REWRITE ALU-REGISTRO
                   ADD 1 TO WRK-TOT-PROMOVIDOS
                   WRITE REL-LINHA
           END-EVALUATE.

      *****************************************************
      * GRAVA-RESULTADO-ALUNO - DESTINO DO ALUNO NO PROMOALU,
      * COM A SERIE JA AVANCADA QUANDO PROMOVIDO; E A BASE
      * DA RESERVA DE VAGA DA REMATRICULA NO ANO SEGUINTE
      *****************************************************
       GRAVA-RESULTADO-ALUNO.
           MOVE SPACES TO PRA-REGISTRO.
           MOVE WRK-ANO TO PRA-ANO.
           MOVE ALU-MATRICULA TO PRA-MATRICULA.
           MOVE WRK-DESTINO TO PRA-DESTINO.
           MOVE ALU-TURMA TO PRA-TURMA.
           MOVE ALU-CURSO TO PRA-CURSO.
           MOVE ALU-SERIE TO PRA-SERIE.
           WRITE PRA-REGISTRO.

      *****************************************************
      * GRAVA-DEPENDENCIAS - UMA DEPENDENCIA POR DISCIPLINA
      * NAO APROVADA, COM O CURSO E A SERIE DE ORIGEM (ANTES
      * DO AVANCO DA SERIE), E AS LINHAS NO RELPROMO
      *****************************************************
       GRAVA-DEPENDENCIAS.
           ADD 1 TO WRK-TOT-DEPENDENTES.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROMOVIDO COM ' WRK-QTD-DEPEND-ALUNO
                  ' DEPENDENCIA(S) ALUNO ' ALU-MATRICULA
                  ' ' ALU-NOME
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM GRAVA-UMA-DEPENDENCIA
               VARYING WRK-IDX-DIS FROM 1 BY 1
               UNTIL WRK-IDX-DIS > WRK-RES-QTD-DISC (WRK-IDX-RES).

       GRAVA-UMA-DEPENDENCIA.
           IF WRK-RDS-SITUACAO (WRK-IDX-RES, WRK-IDX-DIS) (1:8)
                  NOT = 'APROVADO'
               MOVE ALU-MATRICULA TO DPD-MATRICULA
               MOVE WRK-ANO       TO DPD-ANO
               MOVE ALU-CURSO     TO DPD-CURSO
               MOVE ALU-SERIE     TO DPD-SERIE
               MOVE WRK-RDS-CODIGO (WRK-IDX-RES, WRK-IDX-DIS)
                 TO DPD-DISCIPLINA
               MOVE WRK-RDS-NOME (WRK-IDX-RES, WRK-IDX-DIS)
                 TO DPD-DIS-NOME
               MOVE WRK-RDS-MEDIA (WRK-IDX-RES, WRK-IDX-DIS)
                 TO DPD-MEDIA
               SET DPD-PENDENTE TO TRUE
               WRITE DPD-REGISTRO
               MOVE DPD-MEDIA TO WRK-MEDIA-ED
               MOVE SPACES TO REL-LINHA
               STRING '   DEPENDENCIA ' DPD-DISCIPLINA
                      ' ' DPD-DIS-NOME ' MEDIA ' WRK-MEDIA-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       ACUMULA-TURMA.
           MOVE 'N' TO WRK-ACHOU-TUR-SW.
           PERFORM PROCURA-TURMA
           STRING 'TOTAL PROMOVIDOS.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-DEPENDENTES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  COM DEPENDENCIA ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-RETIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL RETIDOS..... ' WRK-QTD-ED
               ' RET=' WRK-TOT-RETIDOS
               ' BLOQ=' WRK-TOT-BLOQUEADOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
