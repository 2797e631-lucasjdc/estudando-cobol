      *****************************************************
      * VERIFPER.CPY
      * ROTINA COMPARTILHADA DE VERIFICACAO DE PERIODO
      * FECHADO, NO ESPIRITO DA ESCDEPOS - USAR COM A AREA
      * PERIOWRK, O ARQUIVO PERIODOS (PERIODREG, ACESSO
      * RANDOM, STATUS EM WRK-PERIODOS-ST), O ARQUIVO
      * AUDITORIA (AUDITREG) E O PARAGRAFO
      * LE-OPERADOR-SESSAO DO PROGRAMA. SEM O ARQUIVO OU
      * SEM REGISTRO DA COMPETENCIA O PERIODO ESTA ABERTO;
      * COMPETENCIA FECHADA RECUSA O LANCAMENTO, AVISA O
      * OPERADOR E GRAVA A RECUSA NA TRILHA DE AUDITORIA
      * 2026-10-15 LC  CRIACAO
      * 2026-10-15 LC  RECUSA NUMERADA E ENCADEADA NA TRILHA
      *                PELO MODULO PROGC131
      *****************************************************
       VERIFICA-PERIODO.
           SET WRK-PER-LIVRE TO TRUE.
           OPEN INPUT PERIODOS.
           IF WRK-PERIODOS-ST = '00'
               MOVE WRK-PER-AREA TO PER-AREA
               MOVE WRK-PER-COMP TO PER-COMPETENCIA
               READ PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PER-FECHADO
                           SET WRK-PER-FECHADO TO TRUE
                       END-IF
               END-READ
               CLOSE PERIODOS
           END-IF.
           IF WRK-PER-FECHADO
               DISPLAY 'COMPETENCIA ' WRK-PER-COMP
                       ' FECHADA PARA A AREA ' WRK-PER-AREA
                       ' - LANCAMENTO RECUSADO'
               PERFORM GRAVA-RECUSA-PERIODO
           END-IF.

       GRAVA-RECUSA-PERIODO.
           PERFORM LE-OPERADOR-SESSAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WRK-PER-PROGRAMA TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'PERIODO FECHADO AREA=' WRK-PER-AREA
               ' COMP=' WRK-PER-COMP
               ' REF=' WRK-PER-REFERENCIA
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
