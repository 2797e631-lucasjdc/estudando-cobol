      * (TARCTRL, NOS MOLDES DO MENCTRL) - REAPLICAR O
      * MESMO PAR E RECUSADO, PARA O RERUN NAO DEBITAR A
      * TARIFA EM DOBRO NAS CONTAS
      * 2026-10-15 LC  APLICACAO RECUSADA COM A DATA DE HOJE
      * (DATA DOS DEBITOS) EM COMPETENCIA FECHADA PARA O RAZAO
      * DE CONTAS NO PERIODOS (ROTINA VERIFPER, COM REGISTRO NA
      * TRILHA DE AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTA BLOQUEADA, ENCERRADA OU NAO ABERTA
      * NO CADASTRO DE CONTAS (ROTINA VERIFCTA) NAO E TARIFADA
      * E SAI NO RESUMO COM A SITUACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
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
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WRK-CONTAS-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  CONTAS.
           COPY CONTAREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY PERIOWRK.
           COPY CONTAWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB88' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'TARIFAS MENSAIS DE CONTA'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM MANTEM-TARIFA
           END-EVALUATE.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 2
                   SET ACE-INCLUIR TO TRUE
               WHEN 1
                   SET ACE-ALTERAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       MANTEM-TARIFA.
           OPEN I-O TARIFAS.
           IF WRK-TARIFAS-STATUS NOT = '00'
                       TCT-DATA-APLICACAO ' - RECUSADA'
               GOBACK
           END-IF.
           MOVE 'C' TO WRK-PER-AREA.
           MOVE WRK-DATA-HOJE TO WRK-PER-DATA.
           MOVE 'PROGCOB88' TO WRK-PER-PROGRAMA.
           MOVE WRK-CODIGO TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               GOBACK
           END-IF.
           PERFORM CONTA-MOVIMENTOS-MES.
           OPEN I-O SALDO-CONTROLE.
           OPEN OUTPUT RELATORIO.
           END-IF.

       TARIFA-UMA-CONTA.
           MOVE SLD-CONTA TO WRK-VCT-CONTA.
           PERFORM VERIFICA-CONTA.
           IF WRK-VCT-LIBERADA
               PERFORM CALCULA-TARIFA-CONTA
           ELSE
               MOVE SPACES TO REL-LINHA
               STRING 'CONTA ' SLD-CONTA
                      ' ' WRK-VCT-DESCRICAO
                      ' - NAO TARIFADA'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-CONTA.

       CALCULA-TARIFA-CONTA.
           MOVE ZEROS TO WRK-QTD-MOVTOS.
           PERFORM LOCALIZA-QTD-CONTA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       LOCALIZA-QTD-CONTA.
           SET WRK-IDX-CTA TO WRK-IDX-BUSCA.
               ' COMP=' WRK-COMPETENCIA
               ' CONTAS=' WRK-QTD-APLICADAS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.

           COPY VERIFPER.

           COPY VERIFCTA.
