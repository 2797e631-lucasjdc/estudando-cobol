      * CLASSE (PROGCOB40)
      * 2026-08-22 LC  PERIODO LETIVO (ANO/SEMESTRE)
      * GRAVADO NO HISTORICO (HISTREG)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  NOTAS POR DISCIPLINA DA GRADE
      * CURRICULAR DO CURSO/SERIE (CURRIREG), COM A CARGA
      * HORARIA COMO PESO DA MEDIA GERAL; FREQUENCIA
      * (FREQDISC), SITUACAO E RECUPERACAO APURADAS POR
      * DISCIPLINA; UM REGISTRO DE HISTORICO POR DISCIPLINA
      * MAIS O CONSOLIDADO DO PERIODO; BOLETIM LISTA TODAS AS
      * DISCIPLINAS
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      **************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECUPERACAO ASSIGN TO "RECUPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REC-CHAVE
               FILE STATUS IS WRK-RECUPERACAO-ST.
           SELECT CURRICULO ASSIGN TO "CURRICUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUR-CHAVE
               FILE STATUS IS WRK-CURRICULO-ST.
           SELECT FREQ-DISCIPLINA ASSIGN TO "FREQDISC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRD-CHAVE
               FILE STATUS IS WRK-FREQ-DISCIPLINA-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           COPY FREQREG.
       FD  RECUPERACAO.
           COPY RECUPREG.
       FD  CURRICULO.
           COPY CURRIREG.
       FD  FREQ-DISCIPLINA.
           COPY FRQDSREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
       77 WRK-BOLETIM-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-RECUPERACAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-PAGINA           PIC 9(03) VALUE ZEROS.
       77 WRK-MATRICULA PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-SW PIC X(01) VALUE 'N'.
           88 WRK-MATRICULA-VALIDO VALUE 'S'.
           88 WRK-ALUNO-ENCONTRADO VALUE 'S'.
       77 WRK-NOTA-SW   PIC X(01) VALUE 'N'.
           88 WRK-NOTA-VALIDO VALUE 'S'.
           COPY GRADEWRK.
       77 WRK-FREQ-DISCIPLINA-ST PIC X(02) VALUE SPACES.
       77 WRK-MAX-DEPENDENCIAS PIC 9(01) VALUE 2.
       77 WRK-QTD-RECUPERACAO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-REPROVADAS  PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-PONDERADA  PIC 9(05)V9 VALUE ZEROS.
       77 WRK-SOMA-PESOS      PIC 9(03)   VALUE ZEROS.
       77 WRK-MEDIA     PIC 9(02)V9 VALUE ZEROS.
       77 WRK-MEDIA-ED  PIC $Z9,9 VALUE ZEROS.
       77 WRK-NOTA-ED   PIC Z9,9 VALUE ZEROS.
       77 WRK-SITUACAO  PIC X(15) VALUE SPACES.
       01 WRK-DATA-PERIODO.
           02 WRK-PER-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-PER-MES PIC 9(02) VALUE ZEROS.
           02 WRK-PER-DIA PIC 9(02) VALUE ZEROS.
       77 WRK-SEMESTRE PIC 9(01) VALUE ZEROS.
       77 WRK-PERC-FREQ-DISC  PIC 9(03) VALUE ZEROS.

       77 WRK-FREQUENCIA-ST   PIC X(02) VALUE SPACES.
       77 WRK-PERC-FREQUENCIA PIC 9(03) VALUE ZEROS.
       77 WRK-PERC-FREQ-MINIMO PIC 9(03) VALUE 75.
       77 WRK-FALTA-SW  PIC X(01) VALUE 'N'.
           88 WRK-REPROVADO-POR-FALTA VALUE 'S'.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB08' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           PERFORM LE-PARAMETROS.
           OPEN INPUT ALUNOS.
           OPEN INPUT FREQUENCIA.
           CLOSE ALUNOS.

           IF WRK-ALUNO-ENCONTRADO
               MOVE ALU-CURSO TO WRK-GRD-CURSO
               MOVE ALU-SERIE TO WRK-GRD-SERIE
               PERFORM CARREGA-GRADE
               IF WRK-GRD-ENCONTRADA
                   PERFORM PROCESSA-NOTAS
               ELSE
                   DISPLAY 'GRADE CURRICULAR NAO CADASTRADA PARA '
                           'O CURSO ' ALU-CURSO ' SERIE ' ALU-SERIE
                           ' (PROGC142)'
               END-IF
           END-IF.

           CLOSE RECUPERACAO.
           CLOSE FREQUENCIA.
           GOBACK.

      *****************************************************
      * PROCESSA-NOTAS - UMA NOTA POR DISCIPLINA DA GRADE;
      * CADA DISCIPLINA TEM SITUACAO PROPRIA (NOTA E
      * FREQUENCIA DA DISCIPLINA) E A SITUACAO DO PERIODO
      * SAI DELAS: ALGUMA EM RECUPERACAO DEIXA O PERIODO EM
      * RECUPERACAO; SEM RECUPERACAO, ATE O MAXIMO DE
      * DEPENDENCIAS (PARMNOTA) REPROVADAS E DEPENDENCIA E
      * ACIMA DISSO REPROVADO. A PROMOCAO (PROGCOB84) DECIDE
      * PELAS DISCIPLINAS, JA COM O RESULTADO DA RECUPERACAO
      *****************************************************
       PROCESSA-NOTAS.
           DISPLAY 'ALUNO... ' ALU-NOME.
           PERFORM CAPTURA-NOTA
               VARYING WRK-IDX-GRD FROM 1 BY 1
               UNTIL WRK-IDX-GRD > WRK-GRD-QTD.
           PERFORM CALCULA-MEDIA-PONDERADA.
           DISPLAY 'MEDIA GERAL ' WRK-MEDIA.
           PERFORM CALCULA-PERC-FREQUENCIA.
           DISPLAY 'FREQUENCIA APURADA.. ' WRK-PERC-FREQUENCIA '%'.
           PERFORM APURA-PERIODO.
           MOVE ZEROS TO WRK-QTD-RECUPERACAO.
           MOVE ZEROS TO WRK-QTD-REPROVADAS.
           OPEN INPUT FREQ-DISCIPLINA.
           OPEN EXTEND HISTORICO.
           PERFORM APURA-DISCIPLINA
               VARYING WRK-IDX-GRD FROM 1 BY 1
               UNTIL WRK-IDX-GRD > WRK-GRD-QTD.
           EVALUATE TRUE
               WHEN WRK-QTD-RECUPERACAO > 0
                   MOVE 'RECUPERACAO' TO WRK-SITUACAO
               WHEN WRK-QTD-REPROVADAS = 0
                   MOVE 'APROVADO' TO WRK-SITUACAO
               WHEN WRK-QTD-REPROVADAS NOT > WRK-MAX-DEPENDENCIAS
                   MOVE 'DEPENDENCIA' TO WRK-SITUACAO
               WHEN OTHER
                   MOVE 'REPROVADO' TO WRK-SITUACAO
           END-EVALUATE.
           DISPLAY WRK-SITUACAO.
           PERFORM GRAVA-HISTORICO.
           CLOSE HISTORICO.
           IF WRK-FREQ-DISCIPLINA-ST = '00'
               CLOSE FREQ-DISCIPLINA
           END-IF.
           PERFORM IMPRIME-BOLETIM.
           PERFORM GRAVA-AUDITORIA.
           PERFORM GRAVA-CSV-NOTAS.
           END-READ.

       CAPTURA-NOTA.
           DISPLAY 'NOTA DE ' WRK-GRD-CODIGO (WRK-IDX-GRD)
                   ' ' WRK-GRD-NOME (WRK-IDX-GRD)
                   ' (' WRK-GRD-CARGA (WRK-IDX-GRD)
                   ' AULAS/SEMANA)... '.
           MOVE 'N' TO WRK-NOTA-SW.
           PERFORM CAPTURA-UMA-NOTA UNTIL WRK-NOTA-VALIDO.

           MOVE ZEROS TO WRK-SOMA-PONDERADA.
           MOVE ZEROS TO WRK-SOMA-PESOS.
           PERFORM ACUMULA-NOTA-PONDERADA
               VARYING WRK-IDX-GRD FROM 1 BY 1
               UNTIL WRK-IDX-GRD > WRK-GRD-QTD.
           COMPUTE WRK-MEDIA = WRK-SOMA-PONDERADA / WRK-SOMA-PESOS.

       ACUMULA-NOTA-PONDERADA.
           COMPUTE WRK-SOMA-PONDERADA = WRK-SOMA-PONDERADA +
               (WRK-GRD-NOTA (WRK-IDX-GRD)
                   * WRK-GRD-CARGA (WRK-IDX-GRD)).
           ADD WRK-GRD-CARGA (WRK-IDX-GRD)
               TO WRK-SOMA-PESOS.

      *****************************************************
      * APURA-DISCIPLINA - FREQUENCIA DA DISCIPLINA NO
      * FREQDISC (SEM LANCAMENTO POR DISCIPLINA VALE A
      * FREQUENCIA GERAL), SITUACAO PELAS MESMAS NOTAS DE
      * CORTE DO PARMNOTA, RECUPERACAO PENDENTE POR
      * DISCIPLINA E O REGISTRO DA DISCIPLINA NO HISTORICO
      *****************************************************
       APURA-DISCIPLINA.
           MOVE WRK-PERC-FREQUENCIA TO WRK-PERC-FREQ-DISC.
           IF WRK-FREQ-DISCIPLINA-ST = '00'
               MOVE WRK-MATRICULA TO FRD-MATRICULA
               MOVE WRK-GRD-CODIGO (WRK-IDX-GRD) TO FRD-DISCIPLINA
               READ FREQ-DISCIPLINA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FRD-AULAS-DADAS > 0
                           COMPUTE WRK-PERC-FREQ-DISC =
                               (FRD-AULAS-PRESENTES * 100)
                               / FRD-AULAS-DADAS
                       END-IF
               END-READ
           END-IF.
           MOVE WRK-PERC-FREQ-DISC TO WRK-GRD-FREQ (WRK-IDX-GRD).
           IF WRK-PERC-FREQ-DISC < WRK-PERC-FREQ-MINIMO
               MOVE 'REPROV. FALTA' TO WRK-GRD-SITUACAO (WRK-IDX-GRD)
           ELSE
             EVALUATE WRK-GRD-NOTA (WRK-IDX-GRD)
               WHEN WRK-NOTA-APROVACAO THRU 10
                   MOVE 'APROVADO' TO WRK-GRD-SITUACAO (WRK-IDX-GRD)
               WHEN WRK-NOTA-RECUPERACAO THRU 5,9
                   MOVE 'RECUPERACAO'
                     TO WRK-GRD-SITUACAO (WRK-IDX-GRD)
               WHEN OTHER
                   MOVE 'REPROVADO' TO WRK-GRD-SITUACAO (WRK-IDX-GRD)
               END-EVALUATE
           END-IF.
           EVALUATE WRK-GRD-SITUACAO (WRK-IDX-GRD)
               WHEN 'APROVADO'
                   CONTINUE
               WHEN 'RECUPERACAO'
                   ADD 1 TO WRK-QTD-RECUPERACAO
                   PERFORM GRAVA-RECUPERACAO-PENDENTE
               WHEN OTHER
                   ADD 1 TO WRK-QTD-REPROVADAS
           END-EVALUATE.
           DISPLAY WRK-GRD-CODIGO (WRK-IDX-GRD) ' '
                   WRK-GRD-NOME (WRK-IDX-GRD) ' '
                   WRK-GRD-SITUACAO (WRK-IDX-GRD).
           PERFORM GRAVA-HISTORICO-DISCIPLINA.

       APURA-PERIODO.
           ACCEPT WRK-DATA-PERIODO FROM DATE YYYYMMDD.
           IF WRK-PER-MES <= 6
               MOVE 1 TO WRK-SEMESTRE
           ELSE
               MOVE 2 TO WRK-SEMESTRE
           END-IF.

       GRAVA-HISTORICO-DISCIPLINA.
           MOVE WRK-MATRICULA TO HIS-MATRICULA.
           MOVE WRK-PER-ANO   TO HIS-ANO.
           MOVE WRK-SEMESTRE  TO HIS-SEMESTRE.
           MOVE WRK-GRD-NOTA (WRK-IDX-GRD)     TO HIS-MEDIA.
           MOVE WRK-GRD-SITUACAO (WRK-IDX-GRD) TO HIS-SITUACAO.
           MOVE WRK-GRD-CODIGO (WRK-IDX-GRD)   TO HIS-DISCIPLINA.
           MOVE WRK-GRD-NOME (WRK-IDX-GRD)     TO HIS-DIS-NOME.
           MOVE WRK-GRD-CARGA (WRK-IDX-GRD)    TO HIS-CARGA-HORARIA.
           MOVE WRK-GRD-FREQ (WRK-IDX-GRD)     TO HIS-FREQUENCIA.
           WRITE HIS-REGISTRO.

       GRAVA-HISTORICO.
           MOVE WRK-MATRICULA TO HIS-MATRICULA.
           MOVE WRK-PER-ANO   TO HIS-ANO.
           MOVE WRK-SEMESTRE  TO HIS-SEMESTRE.
           MOVE WRK-MEDIA     TO HIS-MEDIA.
           MOVE WRK-SITUACAO  TO HIS-SITUACAO.
           MOVE SPACES        TO HIS-DADOS-DISCIPLINA.
           WRITE HIS-REGISTRO.

       ALUNO-NAO-ENCONTRADO.
           DISPLAY 'ALUNO NAO ENCONTRADO'.
                   NOT AT END
                       MOVE PAR-NOTA-APROVACAO   TO WRK-NOTA-APROVACAO
                       MOVE PAR-NOTA-RECUPERACAO TO WRK-NOTA-RECUPERACAO
                       IF PAR-MAX-DEPENDENCIAS IS NUMERIC
                           MOVE PAR-MAX-DEPENDENCIAS
                             TO WRK-MAX-DEPENDENCIAS
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       GRAVA-RECUPERACAO-PENDENTE.
           MOVE WRK-MATRICULA TO REC-MATRICULA.
           MOVE WRK-GRD-CODIGO (WRK-IDX-GRD) TO REC-DISCIPLINA.
           READ RECUPERACAO
               INVALID KEY
                   MOVE WRK-GRD-NOTA (WRK-IDX-GRD)
                     TO REC-MEDIA-ORIGINAL
                   SET REC-PENDENTE TO TRUE
                   MOVE WRK-GRD-NOME (WRK-IDX-GRD) TO REC-DIS-NOME
                   WRITE REC-REGISTRO
               NOT INVALID KEY
                   MOVE WRK-GRD-NOTA (WRK-IDX-GRD)
                     TO REC-MEDIA-ORIGINAL
                   SET REC-PENDENTE TO TRUE
                   MOVE WRK-GRD-NOME (WRK-IDX-GRD) TO REC-DIS-NOME
                   REWRITE REC-REGISTRO
           END-READ.

           OPEN EXTEND BOLETIM.
           PERFORM IMPRIME-CABECALHO-BOLETIM.
           PERFORM IMPRIME-DETALHE-BOLETIM
               VARYING WRK-IDX-GRD FROM 1 BY 1
               UNTIL WRK-IDX-GRD > WRK-GRD-QTD.
           PERFORM IMPRIME-RODAPE-BOLETIM.
           CLOSE BOLETIM.

           WRITE BOL-LINHA.

       IMPRIME-DETALHE-BOLETIM.
           MOVE WRK-GRD-NOTA (WRK-IDX-GRD) TO WRK-NOTA-ED.
           MOVE SPACES TO BOL-LINHA.
           STRING WRK-GRD-CODIGO (WRK-IDX-GRD)
               ' ' WRK-GRD-NOME (WRK-IDX-GRD)
               ' CH ' WRK-GRD-CARGA (WRK-IDX-GRD)
               ' NOTA ' WRK-NOTA-ED
               ' FREQ ' WRK-GRD-FREQ (WRK-IDX-GRD) '%'
               ' ' WRK-GRD-SITUACAO (WRK-IDX-GRD)
               DELIMITED BY SIZE INTO BOL-LINHA.
           WRITE BOL-LINHA.

           MOVE ALL '-' TO BOL-LINHA.
           WRITE BOL-LINHA.
           MOVE SPACES TO BOL-LINHA.
           MOVE WRK-MEDIA TO WRK-NOTA-ED.
           STRING 'MEDIA GERAL: ' WRK-NOTA-ED
               ' (PONDERADA PELA CARGA HORARIA)'
               DELIMITED BY SIZE INTO BOL-LINHA.
           WRITE BOL-LINHA.
           MOVE SPACES TO BOL-LINHA.
           STRING 'FREQUENCIA GERAL: ' WRK-PERC-FREQUENCIA '%'
               DELIMITED BY SIZE INTO BOL-LINHA.
           WRITE BOL-LINHA.
           MOVE SPACES TO BOL-LINHA.
           STRING 'DISCIPLINAS EM RECUPERACAO: ' WRK-QTD-RECUPERACAO
               '  REPROVADAS: ' WRK-QTD-REPROVADAS
               DELIMITED BY SIZE INTO BOL-LINHA.
           WRITE BOL-LINHA.
           MOVE SPACES TO BOL-LINHA.
           STRING 'MATRICULA=' WRK-MATRICULA ' MEDIA=' WRK-MEDIA
               ' SITUACAO=' WRK-SITUACAO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-UMA-NOTA
               VALIDNUM-CAMPO     BY WRK-GRD-NOTA (WRK-IDX-GRD)
               VALIDNUM-CHAVE-SW  BY WRK-NOTA-SW.

           COPY CARGRADE.

