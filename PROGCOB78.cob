      * MOLDES DO MENCTRL) - UMA SEGUNDA APURACAO DA MESMA
      * COMPETENCIA E RECUSADA, PARA O RERUN NAO SOMAR O
      * FGTS EM DOBRO NO HISTORICO POR EMPREGADO
      * 2026-10-15 LC  APURACAO RECUSADA PARA COMPETENCIA
      * FECHADA PARA A FOLHA NO PERIODOS (ROTINA VERIFPER, COM
      * REGISTRO NA TRILHA DE AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
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
           88 WRK-FGT-EXISTE VALUE 'S'.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB78' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'ENCARGOS PATRONAIS (INSS E FGTS)'.
           DISPLAY '1-GUIA MENSAL 2-HISTORICO ANUAL FGTS'.
                       ' - APURACAO RECUSADA'
               GOBACK
           END-IF.
           MOVE 'F' TO WRK-PER-AREA.
           COMPUTE WRK-PER-DATA = WRK-COMPETENCIA * 100 + 1.
           MOVE 'PROGCOB78' TO WRK-PER-PROGRAMA.
           MOVE 'GUIA MENSAL' TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               GOBACK
           END-IF.
           OPEN INPUT HOLERITE-ARQ.
           OPEN I-O FGTS-DEPOSITOS.
           IF WRK-FGTS-DEPOSITOS-ST NOT = '00'
           STRING 'ENCARGOS COMP=' WRK-COMPETENCIA
               ' FGTS=' WRK-TOTAL-FGTS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-ANO
               VALIDNUM-CAMPO     BY WRK-ANO
               VALIDNUM-CHAVE-SW  BY WRK-ANO-SW.

           COPY VERIFPER.
