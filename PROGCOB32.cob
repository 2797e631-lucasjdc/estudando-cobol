      * 2026-09-02 LC  O CENTRO DE CUSTO DO EMPREGADO E
      * CARIMBADO NO HOLERITE ARQUIVADO (HAR-CCUSTO) PARA
      * O RELATORIO DE CUSTO POR CENTRO DO PROGCOB79
      * 2026-10-15 LC  EXECUCAO RECUSADA QUANDO A COMPETENCIA
      * DA DATA DE EXECUCAO ESTA FECHADA PARA A FOLHA NO
      * PERIODOS (ROTINA VERIFPER, COM REGISTRO NA TRILHA DE
      * AUDITORIA)
      * 2026-10-15 LC  FOLHA MENSAL PROPORCIONAL AOS DIAS
      * TRABALHADOS PELOS AFASTAMENTOS (AFASTAM, ROTINA
      * AFASDIAS) - DIAS DE INSS (DOENCA E ACIDENTE APOS O
      * 15O DIA) E DE LICENCA NAO REMUNERADA NAO SAO PAGOS,
      * A LICENCA-MATERNIDADE SAI EM LINHA PROPRIA DE
      * SALARIO-MATERNIDADE E O HOLERITE MOSTRA OS DIAS; A
      * FOLHA DE FERIAS IGNORA PERIODO PERDIDO
      * 2026-10-15 LC  DIFERENCAS RETROATIVAS DE DISSIDIO
      * (DIFRETRO, GERADAS PELO PROGC135) PAGAS NA FOLHA
      * MENSAL EM LINHA PROPRIA DO HOLERITE E MARCADAS COMO
      * PAGAS COM A COMPETENCIA; NA RETOMADA PELO CHECKPOINT
      * A DIFERENCA JA MARCADA NA MESMA COMPETENCIA E PAGA
      * DE NOVO NO HOLERITE REFEITO
      * 2026-10-15 LC  DESCONTO DE VALE-TRANSPORTE E DE VALE-
      * REFEICAO PELO CALCULO MENSAL DE BENEFICIOS (BENEFMES,
      * GERADO PELO PROGC137 COM OS DIAS UTEIS DO MES) EM
      * LINHA PROPRIA DO HOLERITE; O CALCULO DESCONTADO E
      * MARCADO
      * 2026-10-15 LC  PENSAO ALIMENTICIA POR ORDEM JUDICIAL
      * (PENSALIM, MANTIDO PELO PROGC140) - APURADA DEPOIS DO
      * INSS PELA REGRA DA ORDEM (PERCENTUAL DO LIQUIDO OU DO
      * BRUTO, OU VALOR FIXO; NO 13O E NAS FERIAS SO QUANDO A
      * ORDEM PREVE), DEDUZIDA DA BASE DO IRRF, EM LINHA
      * PROPRIA DO HOLERITE E COM CREDITO DO BENEFICIARIO NO
      * LIQPAGTO PARA A MESMA REMESSA DO PROGCOB34
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPR-CHAVE
               FILE STATUS IS WRK-EMPRESTIMOS-ST.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-AFASTAMENTOS-ST.
           SELECT DIF-RETROATIVA ASSIGN TO "DIFRETRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRT-CHAVE
               FILE STATUS IS WRK-DIF-RETROATIVA-ST.
           SELECT BENEF-MES ASSIGN TO "BENEFMES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BMS-CHAVE
               FILE STATUS IS WRK-BENEF-MES-ST.
           SELECT PENSOES ASSIGN TO "PENSALIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNA-CHAVE
               FILE STATUS IS WRK-PENSOES-ST.
           SELECT FERIAS ASSIGN TO "FERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT EXPORT-CSV ASSIGN TO "EXPFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EXPORT-CSV-STATUS.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FOLHA-TRANS.
           COPY LIQPGREG.
       FD  EMPRESTIMOS.
           COPY EMPRESREG.
       FD  AFASTAMENTOS.
           COPY AFASTREG.
       FD  DIF-RETROATIVA.
           COPY DIFRTREG.
       FD  BENEF-MES.
           COPY BENMREG.
       FD  PENSOES.
           COPY PENSAREG.
       FD  FERIAS.
           COPY FERIAREG.
       FD  RUN-CONTROLE.
           COPY CTRLTOT.
       FD  EXPORT-CSV.
           COPY CSVLINHA.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-FOLHA-TRANS-ST   PIC X(02) VALUE SPACES.
       77 WRK-RUN-CONTROLE-ST  PIC X(02) VALUE SPACES.
       77 WRK-RUN-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-HOLERITE-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FOLHA-ANALITICA-ST PIC X(02) VALUE SPACES.
       77 WRK-EMP-RUBRICAS-ST  PIC X(02) VALUE SPACES.
       77 WRK-HOLERITE-ARQ-ST  PIC X(02) VALUE SPACES.
       77 WRK-LIQUIDO-PAGAR-ST PIC X(02) VALUE SPACES.
       77 WRK-AFASTAMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-DIAS-MES         PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PAGOS       PIC S9(03) VALUE ZEROS.
       77 WRK-DIAS-ED          PIC Z9 VALUE ZEROS.
       77 WRK-SALARIO-MES      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-MATERN     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-RETROATIVA-ST PIC X(02) VALUE SPACES.
       77 WRK-DRT-SW           PIC X(01) VALUE 'N'.
           88 WRK-DRT-ABERTO VALUE 'S'.
       77 WRK-FIM-DRT          PIC X(01) VALUE 'N'.
           88 WRK-FIM-DRT-OK VALUE 'S'.
       77 WRK-VALOR-DISSIDIO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BENEF-MES-ST     PIC X(02) VALUE SPACES.
       77 WRK-BMS-SW           PIC X(01) VALUE 'N'.
           88 WRK-BMS-ABERTO VALUE 'S'.
       77 WRK-PENSOES-ST       PIC X(02) VALUE SPACES.
       77 WRK-PNS-SW           PIC X(01) VALUE 'N'.
           88 WRK-PNS-ABERTO VALUE 'S'.
       77 WRK-FIM-PENSOES      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PENSOES-OK VALUE 'S'.
       77 WRK-PENSAO-VALOR     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PENSAO-TOTAL     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PENSAO-DISP      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QTD-PENSOES      PIC 9(01) VALUE ZEROS.
       01 WRK-TAB-PENSOES.
           02 WRK-PNS-LINHA OCCURS 9 TIMES
              INDEXED BY WRK-IDX-PNS.
               03 WRK-PNS-SEQ      PIC 9(01).
               03 WRK-PNS-CPF      PIC 9(11).
               03 WRK-PNS-BANCO    PIC 9(03).
               03 WRK-PNS-AGENCIA  PIC 9(04).
               03 WRK-PNS-CONTA    PIC 9(08).
               03 WRK-PNS-CONTA-DV PIC X(01).
               03 WRK-PNS-VALOR    PIC 9(06)V99.
       77 WRK-MES-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-MES-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-FERIAS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FERIAS-SW        PIC X(01) VALUE 'S'.
           88 WRK-FERIAS-OK VALUE 'S'.
               03 WRK-IRRF-ATE     PIC 9(06)V99.
               03 WRK-IRRF-ALIQ    PIC 9(02)V99.
               03 WRK-IRRF-DEDUCAO PIC 9(04)V99.
           COPY PERIOWRK.
           COPY DUTILREG.
           COPY AFASWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB32' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'MODO (M-MENSAL 1-13O PARC1 2-13O PARC2 '
                   'F-FERIAS).. '
           PERFORM CAPTURA-MODO UNTIL WRK-MODO-VALIDO.
           ACCEPT WRK-RUN-DATA FROM DATE YYYYMMDD.
           PERFORM VERIFICA-COMPETENCIA-FOLHA.
           PERFORM MARCA-RUN-INICIADO.
           PERFORM ABRE-ARQUIVOS.
           PERFORM LER-TRANSACAO.
           CLOSE RUN-CONTROLE.
           STOP RUN.

      *****************************************************
      * VERIFICA-COMPETENCIA-FOLHA - OS HOLERITES SAO
      * ARQUIVADOS NA COMPETENCIA DA DATA DE EXECUCAO;
      * COMPETENCIA FECHADA PARA A FOLHA NO PERIODOS RECUSA
      * A EXECUCAO ANTES DE QUALQUER GRAVACAO
      *****************************************************
       VERIFICA-COMPETENCIA-FOLHA.
           MOVE 'F' TO WRK-PER-AREA.
           MOVE WRK-RUN-DATA TO WRK-PER-DATA.
           MOVE 'PROGCOB32' TO WRK-PER-PROGRAMA.
           MOVE 'FOLTRANS' TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               DISPLAY 'FOLHA NAO PROCESSADA - REABRA A '
                       'COMPETENCIA PELO PROGC130'
               STOP RUN
           END-IF.

       MARCA-RUN-ENCERRADO.
           MOVE 'E' TO RUN-STATUS.
           ACCEPT RUN-HORA FROM TIME.
                           'PERIODO AQUISITIVO'
               END-IF
           END-IF.
           IF WRK-MODO-MENSAL
               OPEN INPUT AFASTAMENTOS
               IF WRK-AFASTAMENTOS-ST = '00'
                   SET WRK-AFD-ARQ-ABERTO TO TRUE
               ELSE
                   DISPLAY 'CADASTRO DE AFASTAMENTOS AUSENTE - '
                           'FOLHA SEGUE COM O MES INTEGRAL'
               END-IF
               OPEN I-O DIF-RETROATIVA
               IF WRK-DIF-RETROATIVA-ST = '00'
                   SET WRK-DRT-ABERTO TO TRUE
               END-IF
               OPEN I-O BENEF-MES
               IF WRK-BENEF-MES-ST = '00'
                   SET WRK-BMS-ABERTO TO TRUE
               END-IF
           END-IF.
           OPEN INPUT PENSOES.
           IF WRK-PENSOES-ST = '00'
               SET WRK-PNS-ABERTO TO TRUE
           END-IF.
           OPEN I-O EMPRESTIMOS.
           OPEN INPUT FOLHA-TRANS.
           OPEN I-O EMPREGADOS.
           OPEN I-O HOLERITE-ARQ.
           OPEN I-O CHECKPOINT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CALCULA-DIAS-MES.
           MOVE '1' TO CKP32-CHAVE.
           READ CHECKPOINT
               INVALID KEY
               OPEN OUTPUT FOLHA-ANALITICA
           END-IF.

      *****************************************************
      * CALCULA-DIAS-MES - O MES DA COMPETENCIA VAI DO DIA 1
      * AO DIA 1 DO MES SEGUINTE (EXCLUSIVE), BASE DA
      * PROPORCAO DOS DIAS TRABALHADOS
      *****************************************************
       CALCULA-DIAS-MES.
           COMPUTE WRK-MES-INICIO = (WRK-HOJE-ANO * 10000)
               + (WRK-HOJE-MES * 100) + 1.
           IF WRK-HOJE-MES = 12
               COMPUTE WRK-MES-FIM =
                   ((WRK-HOJE-ANO + 1) * 10000) + 101
           ELSE
               COMPUTE WRK-MES-FIM = WRK-MES-INICIO + 100
           END-IF.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE WRK-MES-INICIO TO DUT-DATA-1.
           MOVE WRK-MES-FIM    TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DIAS TO WRK-DIAS-MES.

       PULA-REGISTRO-PROCESSADO.
           READ FOLHA-TRANS
               AT END
           IF WRK-MODO-FERIAS AND WRK-FERIAS-STATUS = '00'
               CLOSE FERIAS
           END-IF.
           IF WRK-AFD-ARQ-ABERTO
               CLOSE AFASTAMENTOS
           END-IF.
           IF WRK-DRT-ABERTO
               CLOSE DIF-RETROATIVA
           END-IF.
           IF WRK-BMS-ABERTO
               CLOSE BENEF-MES
           END-IF.
           IF WRK-PNS-ABERTO
               CLOSE PENSOES
           END-IF.
           PERFORM ZERA-CHECKPOINT.
           REWRITE CKP32-REGISTRO.
           CLOSE CHECKPOINT.
           END-IF.

       PROCURA-PERIODO-ABERTO.
           IF NOT FER-GOZADO AND NOT FER-PERDIDO
               MOVE 'S' TO WRK-FERIAS-SW
               SET WRK-FIM-FERIAS-OK TO TRUE
           ELSE
           COMPUTE WRK-VALOR-HORA = EMP-SALARIO-BASE / 220.
           COMPUTE WRK-VALOR-EXTRA = WRK-VALOR-HORA
               * WRK-MULT-HORA-EXTRA * FTL-HORAS-EXTRA.
           PERFORM APURA-DIAS-TRABALHADOS.
           COMPUTE WRK-SALARIO =
               WRK-SALARIO-MES + WRK-VALOR-EXTRA + FTL-BONUS.
           PERFORM PROCESSA-RUBRICAS-EMPREGADO.
           IF WRK-VALOR-MATERN > 0
               PERFORM INCLUI-SALARIO-MATERNIDADE
           END-IF.
           IF WRK-DRT-ABERTO
               PERFORM PAGA-DIFERENCAS-DISSIDIO
           END-IF.
           IF WRK-BMS-ABERTO
               PERFORM DESCONTA-BENEFICIOS
           END-IF.
           COMPUTE WRK-BRUTO = WRK-SALARIO + WRK-TOT-PROV-RUB.
           COMPUTE WRK-BASE-INSS = WRK-SALARIO + WRK-PROV-INSS.
           PERFORM CALCULA-INSS.
           PERFORM APURA-PENSOES.
           COMPUTE WRK-BASE-IRRF = WRK-SALARIO + WRK-PROV-IRRF
               - WRK-INSS - WRK-PENSAO-TOTAL
               - (EMP-QTD-DEPENDENTES * WRK-DEDUCAO-DEP).
           IF WRK-BASE-IRRF < 0
               MOVE ZEROS TO WRK-BASE-IRRF
           END-IF.
           PERFORM CALCULA-IRRF.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF
               - WRK-TOT-DESC-RUB - WRK-PENSAO-TOTAL.
           PERFORM DESCONTA-EMPRESTIMOS.

      *****************************************************
      * APURA-DIAS-TRABALHADOS - O SALARIO BASE E PAGO NA
      * PROPORCAO DOS DIAS DO MES FORA DE AFASTAMENTO PELO
      * INSS, DE LICENCA NAO REMUNERADA E DE MATERNIDADE;
      * OS 15 PRIMEIROS DIAS DE DOENCA OU ACIDENTE E A
      * LICENCA REMUNERADA CONTAM COMO TRABALHADOS. OS DIAS
      * DE MATERNIDADE VIRAM SALARIO-MATERNIDADE
      *****************************************************
       APURA-DIAS-TRABALHADOS.
           MOVE FTL-MATRICULA  TO WRK-AFD-MATRICULA.
           MOVE WRK-MES-INICIO TO WRK-AFD-INICIO.
           MOVE WRK-MES-FIM    TO WRK-AFD-FIM.
           PERFORM APURA-AFASTAMENTOS.
           MOVE EMP-SALARIO-BASE TO WRK-SALARIO-MES.
           MOVE ZEROS TO WRK-VALOR-MATERN.
           IF WRK-AFD-DIAS-TOTAL > 0 AND WRK-DIAS-MES > 0
               COMPUTE WRK-DIAS-PAGOS = WRK-DIAS-MES
                   - WRK-AFD-DIAS-INSS - WRK-AFD-DIAS-SEM-VENC
                   - WRK-AFD-DIAS-MATERN
               IF WRK-DIAS-PAGOS < 0
                   MOVE ZEROS TO WRK-DIAS-PAGOS
               END-IF
               COMPUTE WRK-SALARIO-MES ROUNDED = EMP-SALARIO-BASE
                   * WRK-DIAS-PAGOS / WRK-DIAS-MES
               COMPUTE WRK-VALOR-MATERN ROUNDED = EMP-SALARIO-BASE
                   * WRK-AFD-DIAS-MATERN / WRK-DIAS-MES
           END-IF.

       INCLUI-SALARIO-MATERNIDADE.
           ADD WRK-VALOR-MATERN TO WRK-TOT-PROV-RUB.
           ADD WRK-VALOR-MATERN TO WRK-PROV-IRRF.
           ADD WRK-VALOR-MATERN TO WRK-PROV-INSS.
           IF WRK-QTD-RUBRICAS < 20
               ADD 1 TO WRK-QTD-RUBRICAS
               SET WRK-IDX-HOL TO WRK-QTD-RUBRICAS
               MOVE 'SALARIO-MATERNIDADE'
                   TO WRK-HOL-DESCRICAO (WRK-IDX-HOL)
               MOVE 'P'
                   TO WRK-HOL-TIPO (WRK-IDX-HOL)
               MOVE WRK-VALOR-MATERN
                   TO WRK-HOL-VALOR (WRK-IDX-HOL)
           END-IF.

      *****************************************************
      * PAGA-DIFERENCAS-DISSIDIO - CADA DIFERENCA PENDENTE
      * DA MATRICULA (OU JA MARCADA NESTA COMPETENCIA, NA
      * RETOMADA) ENTRA COMO PROVENTO TRIBUTAVEL EM LINHA
      * PROPRIA E E MARCADA COMO PAGA
      *****************************************************
       PAGA-DIFERENCAS-DISSIDIO.
           COMPUTE WRK-COMPETENCIA =
               (WRK-HOJE-ANO * 100) + WRK-HOJE-MES.
           MOVE 'N' TO WRK-FIM-DRT.
           MOVE FTL-MATRICULA TO DRT-MATRICULA.
           MOVE ZEROS TO DRT-DISSIDIO.
           START DIF-RETROATIVA KEY >= DRT-CHAVE
               INVALID KEY
                   SET WRK-FIM-DRT-OK TO TRUE
           END-START.
           PERFORM LER-DIFERENCA-DISSIDIO.
           PERFORM PAGA-UMA-DIFERENCA UNTIL WRK-FIM-DRT-OK.

       LER-DIFERENCA-DISSIDIO.
           IF NOT WRK-FIM-DRT-OK
               READ DIF-RETROATIVA NEXT
                   AT END
                       SET WRK-FIM-DRT-OK TO TRUE
                   NOT AT END
                       IF DRT-MATRICULA NOT = FTL-MATRICULA
                           SET WRK-FIM-DRT-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       PAGA-UMA-DIFERENCA.
           IF DRT-PENDENTE
              OR (DRT-PAGO AND DRT-COMPET-PAGTO = WRK-COMPETENCIA)
               MOVE DRT-DIF-TOTAL TO WRK-VALOR-DISSIDIO
               ADD WRK-VALOR-DISSIDIO TO WRK-TOT-PROV-RUB
               ADD WRK-VALOR-DISSIDIO TO WRK-PROV-IRRF
               ADD WRK-VALOR-DISSIDIO TO WRK-PROV-INSS
               IF WRK-QTD-RUBRICAS < 20
                   ADD 1 TO WRK-QTD-RUBRICAS
                   SET WRK-IDX-HOL TO WRK-QTD-RUBRICAS
                   MOVE 'DIFERENCA DISSIDIO'
                       TO WRK-HOL-DESCRICAO (WRK-IDX-HOL)
                   MOVE 'P'
                       TO WRK-HOL-TIPO (WRK-IDX-HOL)
                   MOVE WRK-VALOR-DISSIDIO
                       TO WRK-HOL-VALOR (WRK-IDX-HOL)
               END-IF
               SET DRT-PAGO TO TRUE
               MOVE WRK-COMPETENCIA TO DRT-COMPET-PAGTO
               REWRITE DRT-REGISTRO
           END-IF.
           PERFORM LER-DIFERENCA-DISSIDIO.

      *****************************************************
      * DESCONTA-BENEFICIOS - DESCONTO DO EMPREGADO NO VALE-
      * TRANSPORTE E NO VALE-REFEICAO CALCULADOS PARA A
      * COMPETENCIA; JA MARCADO (RETOMADA) DESCONTA DE NOVO
      *****************************************************
       DESCONTA-BENEFICIOS.
           COMPUTE WRK-COMPETENCIA =
               (WRK-HOJE-ANO * 100) + WRK-HOJE-MES.
           MOVE FTL-MATRICULA   TO BMS-MATRICULA.
           MOVE WRK-COMPETENCIA TO BMS-COMPETENCIA.
           MOVE 'T' TO BMS-TIPO.
           READ BENEF-MES
               NOT INVALID KEY
                   PERFORM DESCONTA-UM-BENEFICIO
           END-READ.
           MOVE 'R' TO BMS-TIPO.
           READ BENEF-MES
               NOT INVALID KEY
                   PERFORM DESCONTA-UM-BENEFICIO
           END-READ.

       DESCONTA-UM-BENEFICIO.
           IF BMS-DESCONTO > 0
               ADD BMS-DESCONTO TO WRK-TOT-DESC-RUB
               IF WRK-QTD-RUBRICAS < 20
                   ADD 1 TO WRK-QTD-RUBRICAS
                   SET WRK-IDX-HOL TO WRK-QTD-RUBRICAS
                   IF BMS-TRANSPORTE
                       MOVE 'VALE-TRANSPORTE'
                           TO WRK-HOL-DESCRICAO (WRK-IDX-HOL)
                   ELSE
                       MOVE 'VALE-REFEICAO'
                           TO WRK-HOL-DESCRICAO (WRK-IDX-HOL)
                   END-IF
                   MOVE 'D'
                       TO WRK-HOL-TIPO (WRK-IDX-HOL)
                   MOVE BMS-DESCONTO
                       TO WRK-HOL-VALOR (WRK-IDX-HOL)
               END-IF
           END-IF.
           SET BMS-DESCONTADO TO TRUE.
           REWRITE BMS-REGISTRO.

      *****************************************************
      * DESCONTA-EMPRESTIMOS - DESCONTA A PARCELA DEVIDA
      * DE CADA EMPRESTIMO ATIVO DA MATRICULA, LIMITADA AO
           END-IF.
           PERFORM LER-EMPRESTIMO.

      *****************************************************
      * APURA-PENSOES - PENSAO ALIMENTICIA DAS ORDENS ATIVAS
      * DA MATRICULA, DEPOIS DO INSS E ANTES DO IRRF (A
      * PENSAO JUDICIAL E DEDUZIDA DA BASE DO IRRF). O
      * LIQUIDO DA ORDEM E O BRUTO MENOS O INSS; NO 13O E
      * NAS FERIAS SO ENTRA A ORDEM QUE PREVE A INCIDENCIA.
      * A SOMA DAS PENSOES NUNCA PASSA DO BRUTO MENOS INSS
      *****************************************************
       APURA-PENSOES.
           MOVE ZEROS TO WRK-PENSAO-TOTAL.
           MOVE ZEROS TO WRK-QTD-PENSOES.
           IF WRK-PNS-ABERTO
               COMPUTE WRK-PENSAO-DISP = WRK-BRUTO - WRK-INSS
               MOVE 'N' TO WRK-FIM-PENSOES
               MOVE FTL-MATRICULA TO PNA-MATRICULA
               MOVE ZEROS TO PNA-SEQ
               START PENSOES KEY >= PNA-CHAVE
                   INVALID KEY
                       SET WRK-FIM-PENSOES-OK TO TRUE
               END-START
               PERFORM LER-PENSAO
               PERFORM CALCULA-UMA-PENSAO UNTIL WRK-FIM-PENSOES-OK
           END-IF.

       LER-PENSAO.
           IF NOT WRK-FIM-PENSOES-OK
               READ PENSOES NEXT
                   AT END
                       SET WRK-FIM-PENSOES-OK TO TRUE
                   NOT AT END
                       IF PNA-MATRICULA NOT = FTL-MATRICULA
                           SET WRK-FIM-PENSOES-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       CALCULA-UMA-PENSAO.
           MOVE ZEROS TO WRK-PENSAO-VALOR.
           IF PNA-ATIVA
              AND (WRK-MODO-MENSAL
                   OR (WRK-MODO-FERIAS AND PNA-NAS-FERIAS)
                   OR (NOT WRK-MODO-MENSAL AND NOT WRK-MODO-FERIAS
                       AND PNA-NO-13))
               EVALUATE TRUE
                   WHEN PNA-PERC-LIQUIDO
                       COMPUTE WRK-PENSAO-VALOR ROUNDED =
                           (WRK-BRUTO - WRK-INSS)
                           * PNA-PERCENTUAL / 100
                   WHEN PNA-PERC-BRUTO
                       COMPUTE WRK-PENSAO-VALOR ROUNDED =
                           WRK-BRUTO * PNA-PERCENTUAL / 100
                   WHEN OTHER
                       MOVE PNA-VALOR TO WRK-PENSAO-VALOR
               END-EVALUATE
           END-IF.
           IF WRK-PENSAO-DISP < 0
               MOVE ZEROS TO WRK-PENSAO-DISP
           END-IF.
           IF WRK-PENSAO-VALOR > WRK-PENSAO-DISP
               MOVE WRK-PENSAO-DISP TO WRK-PENSAO-VALOR
               DISPLAY 'MATRICULA ' FTL-MATRICULA
                       ' PENSAO ' PNA-SEQ
                       ' LIMITADA AO LIQUIDO DISPONIVEL'
           END-IF.
           IF WRK-PENSAO-VALOR > 0 AND WRK-QTD-PENSOES < 9
               SUBTRACT WRK-PENSAO-VALOR FROM WRK-PENSAO-DISP
               ADD WRK-PENSAO-VALOR TO WRK-PENSAO-TOTAL
               ADD 1 TO WRK-QTD-PENSOES
               SET WRK-IDX-PNS TO WRK-QTD-PENSOES
               MOVE PNA-SEQ      TO WRK-PNS-SEQ (WRK-IDX-PNS)
               MOVE PNA-BENEF-CPF TO WRK-PNS-CPF (WRK-IDX-PNS)
               MOVE PNA-BANCO    TO WRK-PNS-BANCO (WRK-IDX-PNS)
               MOVE PNA-AGENCIA  TO WRK-PNS-AGENCIA (WRK-IDX-PNS)
               MOVE PNA-CONTA    TO WRK-PNS-CONTA (WRK-IDX-PNS)
               MOVE PNA-CONTA-DV TO WRK-PNS-CONTA-DV (WRK-IDX-PNS)
               MOVE WRK-PENSAO-VALOR TO WRK-PNS-VALOR (WRK-IDX-PNS)
               IF WRK-QTD-RUBRICAS < 20
                   ADD 1 TO WRK-QTD-RUBRICAS
                   SET WRK-IDX-HOL TO WRK-QTD-RUBRICAS
                   MOVE 'PENSAO ALIMENTICIA'
                       TO WRK-HOL-DESCRICAO (WRK-IDX-HOL)
                   MOVE 'D'
                       TO WRK-HOL-TIPO (WRK-IDX-HOL)
                   MOVE WRK-PENSAO-VALOR
                       TO WRK-HOL-VALOR (WRK-IDX-HOL)
               END-IF
           END-IF.
           PERFORM LER-PENSAO.

      *****************************************************
      * CALCULA-MESES-13 - AVOS DO 13O: MESES TRABALHADOS
      * NO ANO CORRENTE DESDE A ADMISSAO, LIMITADO A 12
           COMPUTE WRK-BRUTO = WRK-VALOR-13 / 2.
           MOVE ZEROS TO WRK-VALOR-EXTRA WRK-INSS WRK-IRRF
               WRK-TOT-DESC-RUB WRK-QTD-RUBRICAS.
           PERFORM APURA-PENSOES.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-PENSAO-TOTAL.

       CALCULA-DECIMO-P2.
           PERFORM CALCULA-MESES-13.
               WRK-TOT-DESC-RUB.
           MOVE WRK-VALOR-13 TO WRK-BASE-INSS.
           PERFORM CALCULA-INSS.
           PERFORM APURA-PENSOES.
           COMPUTE WRK-BASE-IRRF = WRK-VALOR-13 - WRK-INSS
               - WRK-PENSAO-TOTAL
               - (EMP-QTD-DEPENDENTES * WRK-DEDUCAO-DEP).
           IF WRK-BASE-IRRF < 0
               MOVE ZEROS TO WRK-BASE-IRRF
           END-IF.
           PERFORM CALCULA-IRRF.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF
               - WRK-PENSAO-TOTAL.

       CALCULA-FERIAS.
           COMPUTE WRK-BRUTO =
               WRK-TOT-DESC-RUB.
           MOVE WRK-BRUTO TO WRK-BASE-INSS.
           PERFORM CALCULA-INSS.
           PERFORM APURA-PENSOES.
           COMPUTE WRK-BASE-IRRF = WRK-BRUTO - WRK-INSS
               - WRK-PENSAO-TOTAL
               - (EMP-QTD-DEPENDENTES * WRK-DEDUCAO-DEP).
           IF WRK-BASE-IRRF < 0
               MOVE ZEROS TO WRK-BASE-IRRF
           END-IF.
           PERFORM CALCULA-IRRF.
           COMPUTE WRK-LIQUIDO = WRK-BRUTO - WRK-INSS - WRK-IRRF
               - WRK-PENSAO-TOTAL.

       FINALIZA-EMPREGADO.
           ADD WRK-BRUTO   TO EMP-YTD-ACUMULADO.
           PERFORM IMPRIME-LINHA-ANALITICA.
           PERFORM GRAVA-CSV-FOLHA.
           PERFORM GRAVA-LIQUIDO-PAGAR.
           PERFORM GRAVA-LIQUIDO-PENSAO
               VARYING WRK-IDX-PNS FROM 1 BY 1
               UNTIL WRK-IDX-PNS > WRK-QTD-PENSOES.
           PERFORM ARQUIVA-HOLERITE.
           IF WRK-HOLERITE-STATUS = '00'
               ADD 1 TO WRK-QTD-GRAVADOS
           MOVE FTL-MATRICULA TO LIQ-MATRICULA.
           MOVE WRK-DATA-HOJE TO LIQ-DATA.
           MOVE WRK-MODO      TO LIQ-TIPO-FOLHA.
           MOVE ZEROS         TO LIQ-FAVORECIDO.
           MOVE EMP-BANCO     TO LIQ-BANCO.
           MOVE EMP-AGENCIA   TO LIQ-AGENCIA.
           MOVE EMP-CONTA     TO LIQ-CONTA.
                   REWRITE LIQ-REGISTRO
           END-WRITE.

      *****************************************************
      * GRAVA-LIQUIDO-PENSAO - O CREDITO DE CADA
      * BENEFICIARIO VAI PARA O LIQPAGTO NA CHAVE DO
      * EMPREGADO COM A SEQUENCIA DA ORDEM COMO FAVORECIDO,
      * E SAI NA MESMA REMESSA DO PROGCOB34
      *****************************************************
       GRAVA-LIQUIDO-PENSAO.
           MOVE FTL-MATRICULA TO LIQ-MATRICULA.
           MOVE WRK-DATA-HOJE TO LIQ-DATA.
           MOVE WRK-MODO      TO LIQ-TIPO-FOLHA.
           MOVE WRK-PNS-SEQ (WRK-IDX-PNS)      TO LIQ-FAVORECIDO.
           MOVE WRK-PNS-BANCO (WRK-IDX-PNS)    TO LIQ-BANCO.
           MOVE WRK-PNS-AGENCIA (WRK-IDX-PNS)  TO LIQ-AGENCIA.
           MOVE WRK-PNS-CONTA (WRK-IDX-PNS)    TO LIQ-CONTA.
           MOVE WRK-PNS-CONTA-DV (WRK-IDX-PNS) TO LIQ-CONTA-DV.
           MOVE WRK-PNS-VALOR (WRK-IDX-PNS)    TO LIQ-VALOR.
           MOVE WRK-PNS-CPF (WRK-IDX-PNS)      TO LIQ-CPF.
           SET LIQ-PENDENTE   TO TRUE.
           WRITE LIQ-REGISTRO
               INVALID KEY
                   REWRITE LIQ-REGISTRO
           END-WRITE.

       GRAVA-CHECKPOINT.
           MOVE WRK-NUM-REGISTRO    TO CKP32-ULTIMO-REG.
           MOVE WRK-QTD-GRAVADOS    TO CKP32-QTD-GRAVADOS.
               STRING 'BONUS................. ' WRK-BONUS-ED
                   DELIMITED BY SIZE INTO HOL-LINHA
               WRITE HOL-LINHA
               IF WRK-AFD-DIAS-TOTAL > 0
                   PERFORM IMPRIME-DIAS-AFASTAMENTO
               END-IF
           END-IF.
           PERFORM IMPRIME-LINHA-RUBRICA
               VARYING WRK-IDX-LIN FROM 1 BY 1
               DELIMITED BY SIZE INTO HOL-LINHA.
           WRITE HOL-LINHA.

       IMPRIME-DIAS-AFASTAMENTO.
           MOVE WRK-DIAS-PAGOS TO WRK-DIAS-ED.
           MOVE SPACES TO HOL-LINHA.
           STRING 'DIAS PAGOS/MES........ ' WRK-DIAS-ED
               '/' WRK-DIAS-MES
               DELIMITED BY SIZE INTO HOL-LINHA.
           WRITE HOL-LINHA.
           MOVE SPACES TO HOL-LINHA.
           STRING 'AFASTADO: EMPRESA ' WRK-AFD-DIAS-EMPRESA
               ' INSS ' WRK-AFD-DIAS-INSS
               ' MATERN ' WRK-AFD-DIAS-MATERN
               ' S/VENC ' WRK-AFD-DIAS-SEM-VENC
               DELIMITED BY SIZE INTO HOL-LINHA.
           WRITE HOL-LINHA.

       IMPRIME-LINHA-RUBRICA.
           SET WRK-IDX-HOL TO WRK-IDX-LIN.
           MOVE WRK-HOL-VALOR (WRK-IDX-HOL) TO WRK-BONUS-ED.
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

           COPY VERIFPER.

           COPY AFASDIAS.
