       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC139.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: DECLARACAO MENSAL DA FOLHA AO GOVERNO -
      * GERA PARA A COMPETENCIA O ARQUIVO DE LAYOUT FIXO
      * (DECLFOLH) COM O HEADER DO EMPREGADOR, UM DETALHE
      * POR EMPREGADO (CPF, REMUNERACAO BASE DE INSS E
      * FGTS, INSS RETIDO E FGTS DEVIDO) E O TRAILER COM OS
      * TOTAIS, A PARTIR DOS HOLERITES ARQUIVADOS (HOLARQ),
      * DO CADASTRO DE EMPREGADOS E DOS DEPOSITOS DE FGTS
      * (FGTSDEP). ANTES DE GRAVAR, CONFERE OS TOTAIS COM A
      * APURACAO DE ENCARGOS PATRONAIS DO PROGCOB78
      * (ENCCTRL E FGTSDEP) E RECUSA A GERACAO SE HOUVER
      * DIVERGENCIA. O ARQUIVO GERADO FICA REGISTRADO NO
      * INTERCAMBIO (FLUXO GF) E UMA SEGUNDA GERACAO DA
      * MESMA COMPETENCIA SAI COMO RETIFICADORA
      * DATA 2026-10-15
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLERITE-ARQ ASSIGN TO "HOLARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HAR-CHAVE
               FILE STATUS IS WRK-HOLERITE-ARQ-ST.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT FGTS-DEPOSITOS ASSIGN TO "FGTSDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGT-CHAVE
               FILE STATUS IS WRK-FGTS-DEPOSITOS-ST.
           SELECT ENC-CONTROLE ASSIGN TO "ENCCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ECT-COMPETENCIA
               FILE STATUS IS WRK-ENC-CONTROLE-ST.
           SELECT INTERCAMBIO ASSIGN TO "INTERCAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WRK-INTERCAMBIO-ST.
           SELECT DECLARACAO ASSIGN TO "DECLFOLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DECLARACAO-STATUS.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLERITE-ARQ.
           COPY HOLARQREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  FGTS-DEPOSITOS.
           COPY FGTSREG.
       FD  ENC-CONTROLE.
           COPY ENCCTREG.
       FD  INTERCAMBIO.
           COPY INTCBREG.
       FD  DECLARACAO.
           COPY DECFLREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-HOLERITE-ARQ-ST  PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-FGTS-DEPOSITOS-ST PIC X(02) VALUE SPACES.
       77 WRK-ENC-CONTROLE-ST  PIC X(02) VALUE SPACES.
       77 WRK-INTERCAMBIO-ST   PIC X(02) VALUE SPACES.
       77 WRK-DECLARACAO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       01 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-CMP-ANO      PIC 9(04).
           02 WRK-CMP-MES      PIC 9(02).
       77 WRK-CNPJ-NUM-SW      PIC X(01) VALUE 'N'.
           88 WRK-CNPJ-NUM-VALIDO VALUE 'S'.
       77 WRK-CNPJ-OK-SW       PIC X(01) VALUE 'N'.
           88 WRK-CNPJ-OK VALUE 'S'.
       77 WRK-APURADA-SW       PIC X(01) VALUE 'N'.
           88 WRK-APURADA VALUE 'S'.
       77 WRK-DECLARADA-SW     PIC X(01) VALUE 'N'.
           88 WRK-JA-DECLARADA VALUE 'S'.
       77 WRK-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WRK-FASE             PIC X(01) VALUE SPACES.
           88 WRK-FASE-CRITICA VALUE 'C'.
           88 WRK-FASE-GRAVACAO VALUE 'G'.
       77 WRK-DIVERGENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-HA-DIVERGENCIA VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-PERC-PATRONAL    PIC 9(02)V99 VALUE 20,00.
       77 WRK-PERC-FGTS        PIC 9(02)V99 VALUE 8,00.
       77 WRK-INSS-PATRONAL    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MAT-ATUAL        PIC 9(06) VALUE ZEROS.
       77 WRK-MAT-NOME         PIC X(30) VALUE SPACES.
       77 WRK-MAT-CPF          PIC 9(11) VALUE ZEROS.
       77 WRK-MAT-BASE         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAT-INSS         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-MAT-FGTS         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-HOLERITES    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-APURADA      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EMPREGADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DEPOSITOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIVERGENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-BASE         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-INSS         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PATRONAL     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FGTS         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEP-BASE     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DEP-FGTS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY CNPJWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC139' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'DECLARACAO MENSAL DA FOLHA'.
           DISPLAY '===================================='.
           DISPLAY 'COMPETENCIA (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA UNTIL WRK-COMPETENCIA-VALIDA.
           IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' INVALIDA - DECLARACAO NAO GERADA'
               GOBACK
           END-IF.
           PERFORM VERIFICA-APURACAO-ENCARGOS.
           IF NOT WRK-APURADA
               DISPLAY 'ENCARGOS DA COMPETENCIA ' WRK-COMPETENCIA
                       ' NAO APURADOS - EXECUTE O PROGCOB78'
               GOBACK
           END-IF.
           DISPLAY 'CNPJ DO EMPREGADOR (14 DIGITOS).. '.
           PERFORM CAPTURA-CNPJ-CRITICADO UNTIL WRK-CNPJ-OK.
           PERFORM ABRE-INTERCAMBIO.
           PERFORM VERIFICA-DECLARACAO-ANTERIOR.
           IF WRK-JA-DECLARADA
               DISPLAY 'COMPETENCIA JA DECLARADA EM ' INT-DATA
               DISPLAY 'GERAR DECLARACAO RETIFICADORA (S/N).. '
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                   DISPLAY 'DECLARACAO NAO GERADA'
                   CLOSE INTERCAMBIO
                   GOBACK
               END-IF
           END-IF.
           SET WRK-FASE-CRITICA TO TRUE.
           PERFORM PERCORRE-HOLERITES.
           PERFORM CONFERE-ENCARGOS.
           IF WRK-HA-DIVERGENCIA
               MOVE WRK-QTD-DIVERGENCIAS TO WRK-QTD-ED
               DISPLAY 'DIVERGENCIAS COM OS ENCARGOS APURADOS: '
                       WRK-QTD-ED ' - DECLARACAO NAO GERADA'
               CLOSE INTERCAMBIO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT DECLARACAO.
           PERFORM GRAVA-HEADER-DECLARACAO.
           SET WRK-FASE-GRAVACAO TO TRUE.
           PERFORM PERCORRE-HOLERITES.
           PERFORM GRAVA-TRAILER-DECLARACAO.
           CLOSE DECLARACAO.
           PERFORM REGISTRA-DECLARACAO.
           MOVE WRK-QTD-EMPREGADOS TO WRK-QTD-ED.
           IF WRK-JA-DECLARADA
               DISPLAY 'DECLARACAO RETIFICADORA GERADA EM '
                       'DECLFOLH - EMPREGADOS ' WRK-QTD-ED
           ELSE
               DISPLAY 'DECLARACAO GERADA EM DECLFOLH - '
                       'EMPREGADOS ' WRK-QTD-ED
           END-IF.
           PERFORM GRAVA-AUDITORIA.
           GOBACK.

      *****************************************************
      * VERIFICA-APURACAO-ENCARGOS - A DECLARACAO SO SAI
      * PARA COMPETENCIA COM OS ENCARGOS JA APURADOS PELO
      * PROGCOB78, CUJOS TOTAIS ELA PRECISA REPRODUZIR
      *****************************************************
       VERIFICA-APURACAO-ENCARGOS.
           OPEN INPUT ENC-CONTROLE.
           IF WRK-ENC-CONTROLE-ST = '00'
               MOVE WRK-COMPETENCIA TO ECT-COMPETENCIA
               READ ENC-CONTROLE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-APURADA TO TRUE
                       MOVE ECT-QTD-HOLERITES TO WRK-QTD-APURADA
               END-READ
           END-IF.
           CLOSE ENC-CONTROLE.

       CAPTURA-CNPJ-CRITICADO.
           MOVE 'N' TO WRK-CNPJ-NUM-SW.
           PERFORM CAPTURA-CNPJ UNTIL WRK-CNPJ-NUM-VALIDO.
           PERFORM VALIDA-CNPJ.
           IF WRK-CNPJ-VALIDO
               SET WRK-CNPJ-OK TO TRUE
           ELSE
               DISPLAY 'CNPJ INVALIDO - DIGITO VERIFICADOR NAO '
                       'CONFERE'
           END-IF.

      *****************************************************
      * ABRE-INTERCAMBIO / VERIFICA-DECLARACAO-ANTERIOR - A
      * DECLARACAO DA COMPETENCIA FICA NO FLUXO GF COM A
      * COMPETENCIA COMO SEQUENCIA; SE JA EXISTIR, A NOVA
      * GERACAO SO SAI COMO RETIFICADORA, CONFIRMADA
      *****************************************************
       ABRE-INTERCAMBIO.
           OPEN I-O INTERCAMBIO.
           IF WRK-INTERCAMBIO-ST NOT = '00'
               CLOSE INTERCAMBIO
               OPEN OUTPUT INTERCAMBIO
               CLOSE INTERCAMBIO
               OPEN I-O INTERCAMBIO
           END-IF.

       VERIFICA-DECLARACAO-ANTERIOR.
           MOVE 'GF' TO INT-FLUXO.
           MOVE WRK-COMPETENCIA TO INT-SEQUENCIA.
           READ INTERCAMBIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-JA-DECLARADA TO TRUE
           END-READ.

      *****************************************************
      * PERCORRE-HOLERITES - LE OS HOLERITES DA COMPETENCIA
      * (TODOS OS TIPOS DE FOLHA) COM QUEBRA POR MATRICULA.
      * NA FASE C (CRITICA) SO CONFERE; NA FASE G
      * (GRAVACAO) GRAVA UM DETALHE POR MATRICULA
      *****************************************************
       PERCORRE-HOLERITES.
           MOVE ZEROS TO WRK-QTD-HOLERITES.
           MOVE ZEROS TO WRK-QTD-EMPREGADOS.
           MOVE ZEROS TO WRK-TOT-BASE.
           MOVE ZEROS TO WRK-TOT-INSS.
           MOVE ZEROS TO WRK-TOT-PATRONAL.
           MOVE ZEROS TO WRK-TOT-FGTS.
           MOVE ZEROS TO WRK-MAT-ATUAL.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT EMPREGADOS.
           IF WRK-FASE-CRITICA
               OPEN INPUT FGTS-DEPOSITOS
               IF WRK-FGTS-DEPOSITOS-ST NOT = '00'
                   DISPLAY 'DEPOSITOS DE FGTS (FGTSDEP) AUSENTES'
                   PERFORM ACUSA-DIVERGENCIA
               END-IF
           END-IF.
           OPEN INPUT HOLERITE-ARQ.
           IF WRK-HOLERITE-ARQ-ST NOT = '00'
               DISPLAY 'HOLERITES ARQUIVADOS (HOLARQ) AUSENTES'
               PERFORM ACUSA-DIVERGENCIA
               SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-IF.
           PERFORM LER-HOLERITE.
           PERFORM PROCESSA-HOLERITE UNTIL WRK-FIM-ARQUIVO-OK.
           IF WRK-MAT-ATUAL NOT = ZEROS
               PERFORM FECHA-MATRICULA
           END-IF.
           CLOSE HOLERITE-ARQ.
           IF WRK-FASE-CRITICA
               CLOSE FGTS-DEPOSITOS
           END-IF.
           CLOSE EMPREGADOS.

       LER-HOLERITE.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ HOLERITE-ARQ NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

      *****************************************************
      * PROCESSA-HOLERITE - INSS PATRONAL E FGTS CALCULADOS
      * POR HOLERITE E ARREDONDADOS COMO NO PROGCOB78, PARA
      * OS TOTAIS BATEREM CENTAVO A CENTAVO
      *****************************************************
       PROCESSA-HOLERITE.
           IF HAR-COMPETENCIA = WRK-COMPETENCIA
               IF HAR-MATRICULA NOT = WRK-MAT-ATUAL
                   IF WRK-MAT-ATUAL NOT = ZEROS
                       PERFORM FECHA-MATRICULA
                   END-IF
                   PERFORM ABRE-MATRICULA
               END-IF
               ADD 1 TO WRK-QTD-HOLERITES
               COMPUTE WRK-INSS-PATRONAL ROUNDED =
                   HAR-BRUTO * WRK-PERC-PATRONAL / 100
               COMPUTE WRK-FGTS ROUNDED =
                   HAR-BRUTO * WRK-PERC-FGTS / 100
               ADD HAR-BRUTO TO WRK-MAT-BASE
               ADD HAR-INSS TO WRK-MAT-INSS
               ADD WRK-FGTS TO WRK-MAT-FGTS
               ADD WRK-INSS-PATRONAL TO WRK-TOT-PATRONAL
           END-IF.
           PERFORM LER-HOLERITE.

       ABRE-MATRICULA.
           MOVE HAR-MATRICULA TO WRK-MAT-ATUAL.
           MOVE HAR-NOME TO WRK-MAT-NOME.
           MOVE ZEROS TO WRK-MAT-BASE.
           MOVE ZEROS TO WRK-MAT-INSS.
           MOVE ZEROS TO WRK-MAT-FGTS.

      *****************************************************
      * FECHA-MATRICULA - O CPF VEM DO CADASTRO E E
      * OBRIGATORIO NA DECLARACAO; NA CRITICA O FGTS DA
      * MATRICULA E CONFERIDO COM O DEPOSITO ACUMULADO PELO
      * PROGCOB78 NO FGTSDEP
      *****************************************************
       FECHA-MATRICULA.
           ADD 1 TO WRK-QTD-EMPREGADOS.
           ADD WRK-MAT-BASE TO WRK-TOT-BASE.
           ADD WRK-MAT-INSS TO WRK-TOT-INSS.
           ADD WRK-MAT-FGTS TO WRK-TOT-FGTS.
           MOVE ZEROS TO WRK-MAT-CPF.
           MOVE WRK-MAT-ATUAL TO EMP-MATRICULA.
           READ EMPREGADOS
               INVALID KEY
                   MOVE ZEROS TO EMP-CPF
               NOT INVALID KEY
                   MOVE EMP-CPF TO WRK-MAT-CPF
           END-READ.
           IF WRK-FASE-CRITICA
               IF WRK-MAT-CPF = ZEROS
                   DISPLAY 'MATRICULA ' WRK-MAT-ATUAL
                           ' SEM CPF NO CADASTRO'
                   PERFORM ACUSA-DIVERGENCIA
               END-IF
               PERFORM CONFERE-DEPOSITO-MATRICULA
           ELSE
               PERFORM GRAVA-DETALHE-DECLARACAO
           END-IF.

       CONFERE-DEPOSITO-MATRICULA.
           IF WRK-FGTS-DEPOSITOS-ST = '00'
               MOVE WRK-MAT-ATUAL TO FGT-MATRICULA
               MOVE WRK-COMPETENCIA TO FGT-COMPETENCIA
               READ FGTS-DEPOSITOS
                   INVALID KEY
                       DISPLAY 'MATRICULA ' WRK-MAT-ATUAL
                               ' SEM DEPOSITO DE FGTS APURADO'
                       PERFORM ACUSA-DIVERGENCIA
                   NOT INVALID KEY
                       IF FGT-BASE NOT = WRK-MAT-BASE
                          OR FGT-DEPOSITO NOT = WRK-MAT-FGTS
                           DISPLAY 'MATRICULA ' WRK-MAT-ATUAL
                                   ' FGTS DIVERGE DO APURADO'
                           PERFORM ACUSA-DIVERGENCIA
                       END-IF
               END-READ
           END-IF.

       ACUSA-DIVERGENCIA.
           SET WRK-HA-DIVERGENCIA TO TRUE.
           ADD 1 TO WRK-QTD-DIVERGENCIAS.

      *****************************************************
      * CONFERE-ENCARGOS - A QUANTIDADE DE HOLERITES PRECISA
      * SER A DA APURACAO (ENCCTRL) E O TOTAL DE BASE E DE
      * FGTS DA COMPETENCIA NO FGTSDEP PRECISA SER O DA
      * DECLARACAO (DEPOSITO SEM HOLERITE TAMBEM DIVERGE)
      *****************************************************
       CONFERE-ENCARGOS.
           IF WRK-QTD-EMPREGADOS = ZEROS
               DISPLAY 'COMPETENCIA SEM HOLERITES'
               PERFORM ACUSA-DIVERGENCIA
           END-IF.
           IF WRK-QTD-HOLERITES NOT = WRK-QTD-APURADA
               DISPLAY 'HOLERITES ' WRK-QTD-HOLERITES
                       ' NA APURACAO ' WRK-QTD-APURADA
               PERFORM ACUSA-DIVERGENCIA
           END-IF.
           OPEN INPUT FGTS-DEPOSITOS.
           IF WRK-FGTS-DEPOSITOS-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-DEPOSITO
               PERFORM SOMA-DEPOSITO UNTIL WRK-FIM-ARQUIVO-OK
               IF WRK-QTD-DEPOSITOS NOT = WRK-QTD-EMPREGADOS
                  OR WRK-TOT-DEP-BASE NOT = WRK-TOT-BASE
                  OR WRK-TOT-DEP-FGTS NOT = WRK-TOT-FGTS
                   DISPLAY 'TOTAIS DO FGTSDEP DIVERGEM DA '
                           'DECLARACAO'
                   PERFORM ACUSA-DIVERGENCIA
               END-IF
           END-IF.
           CLOSE FGTS-DEPOSITOS.

       LER-DEPOSITO.
           READ FGTS-DEPOSITOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       SOMA-DEPOSITO.
           IF FGT-COMPETENCIA = WRK-COMPETENCIA
               ADD 1 TO WRK-QTD-DEPOSITOS
               ADD FGT-BASE TO WRK-TOT-DEP-BASE
               ADD FGT-DEPOSITO TO WRK-TOT-DEP-FGTS
           END-IF.
           PERFORM LER-DEPOSITO.

       GRAVA-HEADER-DECLARACAO.
           MOVE SPACES TO DCF-HEADER.
           MOVE '0' TO DCF-H-TIPO.
           MOVE 'DECLARACAO FOLHA' TO DCF-H-LITERAL.
           MOVE WRK-CNPJ-NUMERO TO DCF-H-CNPJ.
           MOVE WRK-COMPETENCIA TO DCF-H-COMPETENCIA.
           MOVE WRK-DATA-HOJE TO DCF-H-DATA.
           IF WRK-JA-DECLARADA
               SET DCF-H-RETIFICADORA TO TRUE
           ELSE
               SET DCF-H-ORIGINAL TO TRUE
           END-IF.
           WRITE DCF-HEADER.

       GRAVA-DETALHE-DECLARACAO.
           MOVE SPACES TO DCF-DETALHE.
           MOVE '1' TO DCF-D-TIPO.
           MOVE WRK-MAT-ATUAL TO DCF-D-MATRICULA.
           MOVE WRK-MAT-CPF TO DCF-D-CPF.
           MOVE WRK-MAT-NOME TO DCF-D-NOME.
           MOVE WRK-MAT-BASE TO DCF-D-REMUNERACAO.
           MOVE WRK-MAT-INSS TO DCF-D-INSS-RETIDO.
           MOVE WRK-MAT-FGTS TO DCF-D-FGTS.
           WRITE DCF-DETALHE.

       GRAVA-TRAILER-DECLARACAO.
           MOVE SPACES TO DCF-TRAILER.
           MOVE '9' TO DCF-T-TIPO.
           MOVE WRK-QTD-EMPREGADOS TO DCF-T-QTD.
           MOVE WRK-TOT-BASE TO DCF-T-REMUNERACAO.
           MOVE WRK-TOT-INSS TO DCF-T-INSS-RETIDO.
           MOVE WRK-TOT-PATRONAL TO DCF-T-INSS-PATRONAL.
           MOVE WRK-TOT-FGTS TO DCF-T-FGTS.
           WRITE DCF-TRAILER.

      *****************************************************
      * REGISTRA-DECLARACAO - A DECLARACAO NAO TEM RETORNO:
      * A ORIGINAL FICA PROCESSADA E A RETIFICADORA
      * REGRAVA O REGISTRO MARCADO COMO RETIFICADO
      *****************************************************
       REGISTRA-DECLARACAO.
           MOVE 'GF' TO INT-FLUXO.
           MOVE WRK-COMPETENCIA TO INT-SEQUENCIA.
           MOVE WRK-DATA-HOJE TO INT-DATA.
           MOVE WRK-QTD-EMPREGADOS TO INT-QTD.
           MOVE WRK-TOT-BASE TO INT-SOMA.
           IF WRK-JA-DECLARADA
               SET INT-RETIFICADO TO TRUE
           ELSE
               SET INT-PROCESSADO TO TRUE
           END-IF.
           MOVE ZEROS TO INT-DATA-RETORNO.
           WRITE INT-REGISTRO
               INVALID KEY
                   REWRITE INT-REGISTRO
           END-WRITE.
           CLOSE INTERCAMBIO.

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
           MOVE 'PROGC139' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'DECLARACAO COMP=' WRK-COMPETENCIA
               ' RETIF=' WRK-DECLARADA-SW
               ' BASE=' WRK-TOT-BASE
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CNPJ
               VALIDNUM-CAMPO     BY WRK-CNPJ-NUMERO
               VALIDNUM-CHAVE-SW  BY WRK-CNPJ-NUM-SW.

           COPY VALIDCNPJ.
