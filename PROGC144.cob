       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC144.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CONVERSAO MENSAL DAS HORAS-AULA EM
      * TRANSACAO DA FOLHA - LE AS AULAS DADAS DA
      * COMPETENCIA INFORMADA (AULADADA, GRAVADO PELO DIARIO
      * DE CLASSE DO PROGCOB40), TOTALIZA AS HORAS-AULA DE
      * CADA PROFESSOR (O TITULAR OU O SUBSTITUTO QUE DEU A
      * AULA), VALORIZA PELA HORA-AULA DO CADASTRO PROFESSO
      * E SOMA O VALOR NO BONUS DA TRANSACAO DA MATRICULA DO
      * PROFESSOR NO FOLTRANS QUE O PROGCOB32 CONSOME, NOS
      * MOLDES DO PROGCOB75 - AS TRANSACOES JA EXISTENTES
      * (PONTO DO PROGCOB75) SAO PRESERVADAS, POR ISSO ESTE
      * PROGRAMA RODA DEPOIS DO PROGCOB75 E ANTES DO
      * PROGCOB32. IMPRIME A CARGA HORARIA POR PROFESSOR E
      * TURMA (RELCARGA). TRAVA DE COMPETENCIA (AULCTRL, NOS
      * MOLDES DO PRVCTRL) E COMPETENCIA FECHADA PARA A
      * FOLHA NO PERIODOS RECUSAM A CONVERSAO
      * DATA 2026-10-15
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AULAS-DADAS ASSIGN TO "AULADADA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AULAS-DADAS-ST.
           SELECT PROFESSORES ASSIGN TO "PROFESSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-PROFESSORES-ST.
           SELECT FOLHA-TRANS ASSIGN TO "FOLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FOLHA-TRANS-ST.
           SELECT AULA-CONTROLE ASSIGN TO "AULCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACT-COMPETENCIA
               FILE STATUS IS WRK-AULA-CONTROLE-ST.
           SELECT RELATORIO ASSIGN TO "RELCARGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT CONTROLE ASSIGN TO "CTLTOTAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CONTROLE-STATUS.
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
       FD  AULAS-DADAS.
           COPY AULAREG.
       FD  PROFESSORES.
           COPY PROFREG.
       FD  FOLHA-TRANS.
           COPY FOLTRREG.
       FD  AULA-CONTROLE.
           COPY AULCTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  CONTROLE.
           COPY CTRLTOT.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-AULAS-DADAS-ST   PIC X(02) VALUE SPACES.
       77 WRK-PROFESSORES-ST   PIC X(02) VALUE SPACES.
       77 WRK-FOLHA-TRANS-ST   PIC X(02) VALUE SPACES.
       77 WRK-AULA-CONTROLE-ST PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CONTROLE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-JA-APURADA-SW    PIC X(01) VALUE 'N'.
           88 WRK-JA-APURADA VALUE 'S'.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       01 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-CMP-ANO      PIC 9(04).
           02 WRK-CMP-MES      PIC 9(02).
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-MES-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-FOLHA        PIC X(01) VALUE 'N'.
           88 WRK-FIM-FOLHA-OK VALUE 'S'.
       77 WRK-FOLHA-CHEIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-FOLHA-CHEIA VALUE 'S'.
       77 WRK-QTD-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AULAS-MES    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PAGOS        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NAO-PAGOS    PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-HORAS        PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-VALOR        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-HASH-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MAX-FOLHA        PIC 9(03) VALUE 500.
       77 WRK-QTD-FOLHA        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-FOL-BUSCA    PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-FOLHA-SW   PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-FOLHA VALUE 'S'.
       01 WRK-TAB-FOLHA.
           02 WRK-FOL-LINHA OCCURS 500 TIMES
              INDEXED BY WRK-IDX-FOL.
               03 WRK-FOL-MATRICULA   PIC 9(06).
               03 WRK-FOL-HORAS-EXTRA PIC 9(03).
               03 WRK-FOL-BONUS       PIC 9(06)V99.
       77 WRK-MAX-PROFESSORES  PIC 9(03) VALUE 200.
       77 WRK-QTD-PROFESSORES  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-BUSCA        PIC 9(03) VALUE ZEROS.
       77 WRK-PRF-BUSCA        PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-SW         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-PROFESSOR VALUE 'S'.
       01 WRK-TAB-PROFESSORES.
           02 WRK-PRO-LINHA OCCURS 200 TIMES
              INDEXED BY WRK-IDX-PRO.
               03 WRK-PRO-CODIGO      PIC 9(04).
               03 WRK-PRO-NOME        PIC X(30).
               03 WRK-PRO-MATRICULA   PIC 9(06).
               03 WRK-PRO-VALOR-AULA  PIC 9(04)V99.
               03 WRK-PRO-SITUACAO    PIC X(01).
                   88 WRK-PRO-PAGAVEL      VALUE 'P'.
                   88 WRK-PRO-SEM-CADASTRO VALUE 'C'.
                   88 WRK-PRO-INATIVO      VALUE 'I'.
               03 WRK-PRO-HORAS       PIC 9(05).
               03 WRK-PRO-HORAS-SUBST PIC 9(05).
               03 WRK-PRO-HORAS-CEDIDAS PIC 9(05).
               03 WRK-PRO-VALOR       PIC 9(07)V99.
       77 WRK-IDX-PROF-AULA    PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-CARGAS       PIC 9(03) VALUE 500.
       77 WRK-QTD-CARGAS       PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CRG-BUSCA    PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-CARGA-SW   PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-CARGA VALUE 'S'.
       01 WRK-TAB-CARGAS.
           02 WRK-CRG-LINHA OCCURS 500 TIMES
              INDEXED BY WRK-IDX-CRG.
               03 WRK-CRG-PROFESSOR   PIC 9(03).
               03 WRK-CRG-TURMA       PIC X(03).
               03 WRK-CRG-HORAS       PIC 9(05).
       77 WRK-HORAS-ED         PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-SUBST-ED         PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-CEDIDAS-ED       PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-AULA-ED    PIC Z.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC144' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'COMPETENCIA DAS HORAS-AULA (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA UNTIL WRK-COMPETENCIA-VALIDA.
           IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' INVALIDA - CONVERSAO NAO EXECUTADA'
               GOBACK
           END-IF.
           PERFORM VERIFICA-COMPETENCIA-APURADA.
           IF WRK-JA-APURADA
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' JA CONVERTIDA EM ' ACT-DATA-APURACAO
                       ' - CONVERSAO RECUSADA'
               GOBACK
           END-IF.
           MOVE 'F' TO WRK-PER-AREA.
           COMPUTE WRK-PER-DATA = WRK-COMPETENCIA * 100 + 1.
           MOVE 'PROGC144' TO WRK-PER-PROGRAMA.
           MOVE 'HORAS-AULA' TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               CLOSE AULA-CONTROLE
               GOBACK
           END-IF.
           OPEN INPUT AULAS-DADAS.
           IF WRK-AULAS-DADAS-ST NOT = '00'
               DISPLAY 'ARQUIVO DE AULAS DADAS AUSENTE - '
                       'CONVERSAO NAO EXECUTADA'
               CLOSE AULA-CONTROLE
               GOBACK
           END-IF.
           PERFORM CARREGA-FOLTRANS.
           IF WRK-FOLHA-CHEIA
               DISPLAY 'FOLTRANS COM MAIS DE ' WRK-MAX-FOLHA
                       ' TRANSACOES - CONVERSAO NAO EXECUTADA'
               CLOSE AULAS-DADAS
               CLOSE AULA-CONTROLE
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM MONTA-MES.
           OPEN INPUT PROFESSORES.
           PERFORM LER-AULA.
           PERFORM PROCESSA-AULA UNTIL WRK-FIM-ARQUIVO-OK.
           IF WRK-PROFESSORES-ST = '00'
               CLOSE PROFESSORES
           END-IF.
           CLOSE AULAS-DADAS.
           PERFORM VALORIZA-PROFESSOR
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-PROFESSORES.
           OPEN OUTPUT FOLHA-TRANS.
           PERFORM GERA-FOLTRANS
               VARYING WRK-IDX-FOL-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-FOL-BUSCA > WRK-QTD-FOLHA.
           CLOSE FOLHA-TRANS.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM IMPRIME-PROFESSOR
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-PROFESSORES.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           PERFORM EMITE-CONTROLE-TOTAIS.
           PERFORM MARCA-COMPETENCIA-APURADA.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY 'HORAS-AULA ' WRK-COMPETENCIA
                   ' PROFESSORES PAGOS ' WRK-QTD-PAGOS
                   ' TRANSACOES ' WRK-QTD-GRAVADOS.
           GOBACK.

      *****************************************************
      * VERIFICA-COMPETENCIA-APURADA / MARCA-COMPETENCIA-
      * APURADA - TRAVA NOS MOLDES DO PRVCTRL: A COMPETENCIA
      * SO E CONVERTIDA UMA VEZ, POIS A CONVERSAO SOMA AS
      * AULAS NO BONUS DO FOLTRANS
      *****************************************************
       VERIFICA-COMPETENCIA-APURADA.
           OPEN I-O AULA-CONTROLE.
           IF WRK-AULA-CONTROLE-ST NOT = '00'
               CLOSE AULA-CONTROLE
               OPEN OUTPUT AULA-CONTROLE
               CLOSE AULA-CONTROLE
               OPEN I-O AULA-CONTROLE
           END-IF.
           MOVE WRK-COMPETENCIA TO ACT-COMPETENCIA.
           READ AULA-CONTROLE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-JA-APURADA TO TRUE
           END-READ.
           IF WRK-JA-APURADA
               CLOSE AULA-CONTROLE
           END-IF.

       MARCA-COMPETENCIA-APURADA.
           MOVE WRK-COMPETENCIA TO ACT-COMPETENCIA.
           MOVE WRK-DATA-HOJE TO ACT-DATA-APURACAO.
           MOVE WRK-QTD-PAGOS TO ACT-QTD-PROFESSORES.
           MOVE WRK-TOT-HORAS TO ACT-QTD-HORAS.
           MOVE WRK-TOT-VALOR TO ACT-VALOR-AULAS.
           WRITE ACT-REGISTRO.
           CLOSE AULA-CONTROLE.

      *****************************************************
      * MONTA-MES - O MES DA COMPETENCIA VAI DO DIA 1 AO DIA
      * 1 DO MES SEGUINTE (EXCLUSIVE)
      *****************************************************
       MONTA-MES.
           COMPUTE WRK-MES-INICIO = (WRK-COMPETENCIA * 100) + 1.
           IF WRK-CMP-MES = 12
               COMPUTE WRK-MES-FIM = ((WRK-CMP-ANO + 1) * 10000)
                   + 101
           ELSE
               COMPUTE WRK-MES-FIM = WRK-MES-INICIO + 100
           END-IF.

      *****************************************************
      * CARREGA-FOLTRANS - AS TRANSACOES JA GRAVADAS (PONTO
      * DO PROGCOB75) SOBEM PARA A TABELA, QUE E REGRAVADA
      * INTEIRA COM AS HORAS-AULA SOMADAS NO BONUS; SEM
      * FOLTRANS A TABELA COMECA VAZIA
      *****************************************************
       CARREGA-FOLTRANS.
           OPEN INPUT FOLHA-TRANS.
           IF WRK-FOLHA-TRANS-ST = '00'
               PERFORM LER-FOLTRANS
               PERFORM GUARDA-FOLTRANS
                   UNTIL WRK-FIM-FOLHA-OK OR WRK-FOLHA-CHEIA
               CLOSE FOLHA-TRANS
           END-IF.

       LER-FOLTRANS.
           READ FOLHA-TRANS
               AT END
                   SET WRK-FIM-FOLHA-OK TO TRUE
           END-READ.

       GUARDA-FOLTRANS.
           IF WRK-QTD-FOLHA < WRK-MAX-FOLHA
               ADD 1 TO WRK-QTD-FOLHA
               SET WRK-IDX-FOL TO WRK-QTD-FOLHA
               MOVE FTL-MATRICULA
                   TO WRK-FOL-MATRICULA (WRK-IDX-FOL)
               MOVE FTL-HORAS-EXTRA
                   TO WRK-FOL-HORAS-EXTRA (WRK-IDX-FOL)
               MOVE FTL-BONUS TO WRK-FOL-BONUS (WRK-IDX-FOL)
               PERFORM LER-FOLTRANS
           ELSE
               SET WRK-FOLHA-CHEIA TO TRUE
           END-IF.

       LER-AULA.
           READ AULAS-DADAS
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

      *****************************************************
      * PROCESSA-AULA - A AULA DA COMPETENCIA CONTA PARA O
      * PROFESSOR QUE A DEU, NA TURMA; NA SUBSTITUICAO O
      * TITULAR FICA COM AS HORAS CEDIDAS, SO PARA O
      * RELATORIO
      *****************************************************
       PROCESSA-AULA.
           IF AUL-DATA NOT < WRK-MES-INICIO
              AND AUL-DATA < WRK-MES-FIM
               ADD 1 TO WRK-QTD-AULAS-MES
               MOVE AUL-PROFESSOR TO WRK-PRF-BUSCA
               PERFORM LOCALIZA-PROFESSOR-TABELA
               IF WRK-ACHOU-PROFESSOR
                   MOVE WRK-IDX-BUSCA TO WRK-IDX-PROF-AULA
                   SET WRK-IDX-PRO TO WRK-IDX-BUSCA
                   ADD AUL-HORAS TO WRK-PRO-HORAS (WRK-IDX-PRO)
                   IF AUL-SUBSTITUICAO
                       ADD AUL-HORAS
                           TO WRK-PRO-HORAS-SUBST (WRK-IDX-PRO)
                   END-IF
                   PERFORM ACUMULA-CARGA-TURMA
               END-IF
               IF AUL-SUBSTITUICAO
                   MOVE AUL-TITULAR TO WRK-PRF-BUSCA
                   PERFORM LOCALIZA-PROFESSOR-TABELA
                   IF WRK-ACHOU-PROFESSOR
                       SET WRK-IDX-PRO TO WRK-IDX-BUSCA
                       ADD AUL-HORAS
                           TO WRK-PRO-HORAS-CEDIDAS (WRK-IDX-PRO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-AULA.

       LOCALIZA-PROFESSOR-TABELA.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-UM-PROFESSOR
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-PROFESSORES
                  OR WRK-ACHOU-PROFESSOR.
           IF WRK-ACHOU-PROFESSOR
               SUBTRACT 1 FROM WRK-IDX-BUSCA
           ELSE
               IF WRK-QTD-PROFESSORES < WRK-MAX-PROFESSORES
                   ADD 1 TO WRK-QTD-PROFESSORES
                   MOVE WRK-QTD-PROFESSORES TO WRK-IDX-BUSCA
                   PERFORM INCLUI-PROFESSOR-TABELA
                   SET WRK-ACHOU-PROFESSOR TO TRUE
               ELSE
                   DISPLAY 'TABELA DE PROFESSORES CHEIA - '
                           WRK-PRF-BUSCA ' IGNORADO'
               END-IF
           END-IF.

       PROCURA-UM-PROFESSOR.
           SET WRK-IDX-PRO TO WRK-IDX-BUSCA.
           IF WRK-PRO-CODIGO (WRK-IDX-PRO) = WRK-PRF-BUSCA
               SET WRK-ACHOU-PROFESSOR TO TRUE
           END-IF.

       INCLUI-PROFESSOR-TABELA.
           SET WRK-IDX-PRO TO WRK-IDX-BUSCA.
           MOVE WRK-PRF-BUSCA TO WRK-PRO-CODIGO (WRK-IDX-PRO).
           MOVE ZEROS TO WRK-PRO-HORAS (WRK-IDX-PRO).
           MOVE ZEROS TO WRK-PRO-HORAS-SUBST (WRK-IDX-PRO).
           MOVE ZEROS TO WRK-PRO-HORAS-CEDIDAS (WRK-IDX-PRO).
           MOVE ZEROS TO WRK-PRO-VALOR (WRK-IDX-PRO).
           MOVE ZEROS TO WRK-PRO-MATRICULA (WRK-IDX-PRO).
           MOVE ZEROS TO WRK-PRO-VALOR-AULA (WRK-IDX-PRO).
           MOVE SPACES TO WRK-PRO-NOME (WRK-IDX-PRO).
           SET WRK-PRO-SEM-CADASTRO (WRK-IDX-PRO) TO TRUE.
           IF WRK-PROFESSORES-ST = '00'
               MOVE WRK-PRF-BUSCA TO PRF-CODIGO
               READ PROFESSORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COPIA-CADASTRO-PROFESSOR
               END-READ
           END-IF.

       COPIA-CADASTRO-PROFESSOR.
           MOVE PRF-NOME TO WRK-PRO-NOME (WRK-IDX-PRO).
           MOVE PRF-MATRICULA TO WRK-PRO-MATRICULA (WRK-IDX-PRO).
           MOVE PRF-VALOR-AULA TO WRK-PRO-VALOR-AULA (WRK-IDX-PRO).
           IF PRF-INATIVO
               SET WRK-PRO-INATIVO (WRK-IDX-PRO) TO TRUE
           ELSE
               SET WRK-PRO-PAGAVEL (WRK-IDX-PRO) TO TRUE
           END-IF.

       ACUMULA-CARGA-TURMA.
           MOVE 'N' TO WRK-ACHOU-CARGA-SW.
           PERFORM PROCURA-UMA-CARGA
               VARYING WRK-IDX-CRG-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-CRG-BUSCA > WRK-QTD-CARGAS
                  OR WRK-ACHOU-CARGA.
           IF WRK-ACHOU-CARGA
               SUBTRACT 1 FROM WRK-IDX-CRG-BUSCA
               SET WRK-IDX-CRG TO WRK-IDX-CRG-BUSCA
               ADD AUL-HORAS TO WRK-CRG-HORAS (WRK-IDX-CRG)
           ELSE
               IF WRK-QTD-CARGAS < WRK-MAX-CARGAS
                   ADD 1 TO WRK-QTD-CARGAS
                   SET WRK-IDX-CRG TO WRK-QTD-CARGAS
                   MOVE WRK-IDX-PROF-AULA
                       TO WRK-CRG-PROFESSOR (WRK-IDX-CRG)
                   MOVE AUL-TURMA TO WRK-CRG-TURMA (WRK-IDX-CRG)
                   MOVE AUL-HORAS TO WRK-CRG-HORAS (WRK-IDX-CRG)
               ELSE
                   DISPLAY 'TABELA DE CARGA POR TURMA CHEIA - '
                           'TURMA ' AUL-TURMA ' FORA DO RELATORIO'
               END-IF
           END-IF.

       PROCURA-UMA-CARGA.
           SET WRK-IDX-CRG TO WRK-IDX-CRG-BUSCA.
           IF WRK-CRG-PROFESSOR (WRK-IDX-CRG) = WRK-IDX-PROF-AULA
              AND WRK-CRG-TURMA (WRK-IDX-CRG) = AUL-TURMA
               SET WRK-ACHOU-CARGA TO TRUE
           END-IF.

      *****************************************************
      * VALORIZA-PROFESSOR - HORAS-AULA DADAS VEZES A
      * HORA-AULA DO CADASTRO, SOMADAS NO BONUS DA
      * TRANSACAO DA MATRICULA (INCLUIDA SE O PONTO NAO A
      * TROUXE); PROFESSOR SEM CADASTRO OU INATIVO NAO E
      * PAGO E SAI APONTADO NO RELATORIO
      *****************************************************
       VALORIZA-PROFESSOR.
           SET WRK-IDX-PRO TO WRK-IDX-BUSCA.
           IF WRK-PRO-PAGAVEL (WRK-IDX-PRO)
              AND WRK-PRO-HORAS (WRK-IDX-PRO) > 0
               COMPUTE WRK-PRO-VALOR (WRK-IDX-PRO) ROUNDED =
                   WRK-PRO-HORAS (WRK-IDX-PRO)
                   * WRK-PRO-VALOR-AULA (WRK-IDX-PRO)
               PERFORM LOCALIZA-MATRICULA-FOLHA
               IF WRK-ACHOU-FOLHA
                   ADD WRK-PRO-VALOR (WRK-IDX-PRO)
                       TO WRK-FOL-BONUS (WRK-IDX-FOL)
                   ADD 1 TO WRK-QTD-PAGOS
                   ADD WRK-PRO-HORAS (WRK-IDX-PRO) TO WRK-TOT-HORAS
                   ADD WRK-PRO-VALOR (WRK-IDX-PRO) TO WRK-TOT-VALOR
               ELSE
                   MOVE ZEROS TO WRK-PRO-VALOR (WRK-IDX-PRO)
                   ADD 1 TO WRK-QTD-NAO-PAGOS
               END-IF
           ELSE
               IF WRK-PRO-HORAS (WRK-IDX-PRO) > 0
                   ADD 1 TO WRK-QTD-NAO-PAGOS
               END-IF
           END-IF.

       LOCALIZA-MATRICULA-FOLHA.
           MOVE 'N' TO WRK-ACHOU-FOLHA-SW.
           PERFORM PROCURA-UMA-MATRICULA
               VARYING WRK-IDX-FOL-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-FOL-BUSCA > WRK-QTD-FOLHA
                  OR WRK-ACHOU-FOLHA.
           IF WRK-ACHOU-FOLHA
               SUBTRACT 1 FROM WRK-IDX-FOL-BUSCA
               SET WRK-IDX-FOL TO WRK-IDX-FOL-BUSCA
           ELSE
               IF WRK-QTD-FOLHA < WRK-MAX-FOLHA
                   ADD 1 TO WRK-QTD-FOLHA
                   SET WRK-IDX-FOL TO WRK-QTD-FOLHA
                   MOVE WRK-PRO-MATRICULA (WRK-IDX-PRO)
                       TO WRK-FOL-MATRICULA (WRK-IDX-FOL)
                   MOVE ZEROS TO WRK-FOL-HORAS-EXTRA (WRK-IDX-FOL)
                   MOVE ZEROS TO WRK-FOL-BONUS (WRK-IDX-FOL)
                   SET WRK-ACHOU-FOLHA TO TRUE
               ELSE
                   DISPLAY 'TABELA DE TRANSACOES CHEIA - '
                           'MATRICULA '
                           WRK-PRO-MATRICULA (WRK-IDX-PRO)
                           ' NAO PAGA'
               END-IF
           END-IF.

       PROCURA-UMA-MATRICULA.
           SET WRK-IDX-FOL TO WRK-IDX-FOL-BUSCA.
           IF WRK-FOL-MATRICULA (WRK-IDX-FOL) =
              WRK-PRO-MATRICULA (WRK-IDX-PRO)
               SET WRK-ACHOU-FOLHA TO TRUE
           END-IF.

       GERA-FOLTRANS.
           SET WRK-IDX-FOL TO WRK-IDX-FOL-BUSCA.
           MOVE WRK-FOL-MATRICULA (WRK-IDX-FOL) TO FTL-MATRICULA.
           MOVE WRK-FOL-HORAS-EXTRA (WRK-IDX-FOL)
               TO FTL-HORAS-EXTRA.
           MOVE WRK-FOL-BONUS (WRK-IDX-FOL) TO FTL-BONUS.
           WRITE FTL-REGISTRO.
           ADD 1 TO WRK-QTD-GRAVADOS.

      *****************************************************
      * IMPRIME-PROFESSOR - CARGA HORARIA DO PROFESSOR NO
      * MES: UMA LINHA POR TURMA, O TOTAL COM AS HORAS DADAS
      * EM SUBSTITUICAO E AS CEDIDAS A SUBSTITUTOS, E O
      * VALOR LANCADO NA FOLHA
      *****************************************************
       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'CARGA HORARIA DOS PROFESSORES - COMPETENCIA '
                  WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-PROFESSOR.
           SET WRK-IDX-PRO TO WRK-IDX-BUSCA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROFESSOR ' WRK-PRO-CODIGO (WRK-IDX-PRO)
                  ' ' WRK-PRO-NOME (WRK-IDX-PRO)
                  ' MATRICULA ' WRK-PRO-MATRICULA (WRK-IDX-PRO)
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-CARGA-TURMA
               VARYING WRK-IDX-CRG-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-CRG-BUSCA > WRK-QTD-CARGAS.
           MOVE WRK-PRO-HORAS (WRK-IDX-PRO) TO WRK-HORAS-ED.
           MOVE WRK-PRO-HORAS-SUBST (WRK-IDX-PRO) TO WRK-SUBST-ED.
           MOVE WRK-PRO-HORAS-CEDIDAS (WRK-IDX-PRO)
               TO WRK-CEDIDAS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '  TOTAL HORAS-AULA ' WRK-HORAS-ED
                  '  EM SUBSTITUICAO ' WRK-SUBST-ED
                  '  CEDIDAS ' WRK-CEDIDAS-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           EVALUATE TRUE
               WHEN WRK-PRO-SEM-CADASTRO (WRK-IDX-PRO)
                   MOVE '  PROFESSOR SEM CADASTRO - AULAS NAO PAGAS'
                       TO REL-LINHA
               WHEN WRK-PRO-INATIVO (WRK-IDX-PRO)
                   MOVE '  PROFESSOR INATIVO - AULAS NAO PAGAS'
                       TO REL-LINHA
               WHEN OTHER
                   MOVE WRK-PRO-VALOR-AULA (WRK-IDX-PRO)
                       TO WRK-VALOR-AULA-ED
                   MOVE WRK-PRO-VALOR (WRK-IDX-PRO) TO WRK-VALOR-ED
                   STRING '  HORA-AULA ' WRK-VALOR-AULA-ED
                          '  VALOR NA FOLHA ' WRK-VALOR-ED
                       DELIMITED BY SIZE INTO REL-LINHA
           END-EVALUATE.
           WRITE REL-LINHA.

       IMPRIME-CARGA-TURMA.
           SET WRK-IDX-CRG TO WRK-IDX-CRG-BUSCA.
           IF WRK-CRG-PROFESSOR (WRK-IDX-CRG) = WRK-IDX-BUSCA
               MOVE WRK-CRG-HORAS (WRK-IDX-CRG) TO WRK-HORAS-ED
               MOVE SPACES TO REL-LINHA
               STRING '  TURMA ' WRK-CRG-TURMA (WRK-IDX-CRG)
                      '  HORAS-AULA ' WRK-HORAS-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-AULAS-MES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'AULAS DA COMPETENCIA... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-HORAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'HORAS-AULA PAGAS....... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PAGOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROFESSORES PAGOS...... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-NAO-PAGOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROFESSORES NAO PAGOS.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR LANCADO NA FOLHA. ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-GRAVADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TRANSACOES GRAVADAS.... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       EMITE-CONTROLE-TOTAIS.
           ACCEPT CTL-DATA FROM DATE YYYYMMDD.
           MOVE 'PROGC144' TO CTL-PROGRAMA.
           MOVE WRK-QTD-LIDOS    TO CTL-REGS-LIDOS.
           MOVE WRK-QTD-GRAVADOS TO CTL-REGS-GRAVADOS.
           MOVE WRK-TOT-VALOR    TO WRK-HASH-TOTAL.
           MOVE WRK-HASH-TOTAL   TO CTL-HASH-TOTAL.
           OPEN EXTEND CONTROLE.
           WRITE CTL-REGISTRO.
           CLOSE CONTROLE.

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
           MOVE 'PROGC144' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'HORAS-AULA COMP=' WRK-COMPETENCIA
                  ' PROF=' WRK-QTD-PAGOS
                  ' HORAS=' WRK-TOT-HORAS
                  ' VALOR=' WRK-TOT-VALOR
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.

           COPY VERIFPER.
