      * (PROGCOB32) E O SALDO DO DESLIGADO E ABATIDO NA
      * RESCISAO (PROGCOB73)
      * DATA 2026-09-02
      * 2026-10-15 LC  CONCESSAO RECUSADA COM A DATA DE HOJE
      * EM COMPETENCIA FECHADA PARA A FOLHA NO PERIODOS (ROTINA
      * VERIFPER, COM REGISTRO NA TRILHA DE AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
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
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-TOTAL-SALDO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB76' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O EMPRESTIMOS.
           IF WRK-EMPRESTIMOS-ST NOT = '00'
               CLOSE EMPRESTIMOS
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE EMPRESTIMOS
               CLOSE EMPREGADOS
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   MOVE 'F' TO WRK-PER-AREA
                   MOVE WRK-DATA-HOJE TO WRK-PER-DATA
                   MOVE 'PROGCOB76' TO WRK-PER-PROGRAMA
                   MOVE 'CONCESSAO' TO WRK-PER-REFERENCIA
                   PERFORM VERIFICA-PERIODO
                   IF NOT WRK-PER-FECHADO
                       PERFORM CONCEDE-EMPRESTIMO
                   END-IF
               WHEN 2
                   PERFORM RELATORIO-SALDOS
               WHEN OTHER
           CLOSE EMPRESTIMOS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 2
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       CONCEDE-EMPRESTIMO.
           DISPLAY 'MATRICULA.. '
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
               ' VALOR=' WRK-PRINCIPAL
               ' PARCELAS=' WRK-PARCELAS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-PARCELAS
               VALIDNUM-CAMPO     BY WRK-PARCELAS
               VALIDNUM-CHAVE-SW  BY WRK-PARCELAS-SW.

           COPY VERIFPER.
