      * MATRICULA (EMPRESTI, SUSPENSOS PELO DESLIGAMENTO)
      * E ABATIDO DO LIQUIDO DA RESCISAO, LIMITADO AO
      * PROPRIO LIQUIDO, QUITANDO O QUE FOR COBERTO
      * 2026-10-15 LC  RESCISAO RECUSADA QUANDO A COMPETENCIA
      * DO DESLIGAMENTO OU A DA EMISSAO ESTA FECHADA PARA A
      * FOLHA NO PERIODOS (ROTINA VERIFPER, COM REGISTRO NA
      * TRILHA DE AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       01  REC-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
               03 WRK-IRRF-ATE     PIC 9(06)V99.
               03 WRK-IRRF-ALIQ    PIC 9(02)V99.
               03 WRK-IRRF-DEDUCAO PIC 9(04)V99.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB73' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT EMPREGADOS.
           OPEN I-O HOLERITE-ARQ.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           END-READ.

           IF WRK-EMP-APTO
               PERFORM VERIFICA-PERIODO-RESCISAO
           END-IF.

           IF WRK-EMP-APTO AND NOT WRK-PER-FECHADO
               PERFORM CALCULA-RESCISAO
               PERFORM ABATE-EMPRESTIMOS
               PERFORM IMPRIME-TERMO
                       'RESCISAO NAO CALCULADA'
           END-IF.

      *****************************************************
      * VERIFICA-PERIODO-RESCISAO - A RESCISAO E ARQUIVADA
      * NA COMPETENCIA DO DESLIGAMENTO E EMITIDA HOJE;
      * QUALQUER DAS DUAS FECHADA PARA A FOLHA NO PERIODOS
      * RECUSA O CALCULO
      *****************************************************
       VERIFICA-PERIODO-RESCISAO.
           MOVE 'F' TO WRK-PER-AREA.
           MOVE EMP-DATA-DESLIGAMENTO TO WRK-PER-DATA.
           MOVE 'PROGCOB73' TO WRK-PER-PROGRAMA.
           MOVE WRK-MATRICULA TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF NOT WRK-PER-FECHADO
               MOVE WRK-DATA-HOJE TO WRK-PER-DATA
               PERFORM VERIFICA-PERIODO
           END-IF.

      *****************************************************
      * CALCULA-RESCISAO - SALDO DE SALARIO PELOS DIAS DO
      * MES (BASE 30), 13O E FERIAS PROPORCIONAIS PELOS
           STRING 'RESCISAO MATRICULA=' WRK-MATRICULA
               ' LIQUIDO=' WRK-LIQUIDO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-MATRICULA
               VALIDNUM-CAMPO     BY WRK-MATRICULA
               VALIDNUM-CHAVE-SW  BY WRK-MATRICULA-SW.

           COPY VERIFPER.
