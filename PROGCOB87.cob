      * PELA METADE QUE A CONCILIACAO DO PROGCOB38 VIVIA
      * APONTANDO
      * DATA 2026-09-02
      * 2026-10-15 LC  TRANSFERENCIA RECUSADA COM A DATA DE
      * HOJE EM COMPETENCIA FECHADA PARA O RAZAO DE CONTAS NO
      * PERIODOS (ROTINA VERIFPER, COM REGISTRO NA TRILHA DE
      * AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  TRANSFERENCIA RECUSADA SE A CONTA DE
      * ORIGEM OU A DE DESTINO ESTIVER BLOQUEADA, ENCERRADA OU
      * NAO ABERTA NO CADASTRO DE CONTAS (ROTINA VERIFCTA); A
      * DATA DO ULTIMO MOVIMENTO DAS DUAS E ATUALIZADA
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
       77 WRK-DOCUMENTO        PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY PERIOWRK.
           COPY CONTAWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB87' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'CONTA DE ORIGEM (DEBITO).. '
           PERFORM CAPTURA-CONTA-DEBITO
               DISPLAY 'VALOR ZERADO - TRANSFERENCIA RECUSADA'
               GOBACK
           END-IF.
           MOVE 'C' TO WRK-PER-AREA.
           MOVE WRK-DATA-HOJE TO WRK-PER-DATA.
           MOVE 'PROGCOB87' TO WRK-PER-PROGRAMA.
           MOVE WRK-CONTA-DEBITO TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               GOBACK
           END-IF.
           MOVE WRK-CONTA-DEBITO TO WRK-VCT-CONTA.
           PERFORM VERIFICA-CONTA.
           IF NOT WRK-VCT-LIBERADA
               DISPLAY 'CONTA DE ORIGEM ' WRK-VCT-DESCRICAO
                       ' - TRANSFERENCIA RECUSADA'
               GOBACK
           END-IF.
           MOVE WRK-CONTA-CREDITO TO WRK-VCT-CONTA.
           PERFORM VERIFICA-CONTA.
           IF NOT WRK-VCT-LIBERADA
               DISPLAY 'CONTA DE DESTINO ' WRK-VCT-DESCRICAO
                       ' - TRANSFERENCIA RECUSADA'
               GOBACK
           END-IF.
           OPEN I-O SALDO-CONTROLE.
           PERFORM VALIDA-CONTAS.
           IF WRK-TRANSFERE-OK
           PERFORM POSTA-CREDITO.
           PERFORM IMPRIME-DIARIO.
           PERFORM GRAVA-AUDITORIA.
           MOVE WRK-DATA-HOJE TO WRK-VCT-DATA.
           MOVE WRK-CONTA-DEBITO TO WRK-VCT-CONTA.
           PERFORM REGISTRA-MOVIMENTO-CONTA.
           MOVE WRK-CONTA-CREDITO TO WRK-VCT-CONTA.
           PERFORM REGISTRA-MOVIMENTO-CONTA.
           DISPLAY 'TRANSFERENCIA EFETIVADA - DOCUMENTO '
                   WRK-DOCUMENTO.

               ' PARA=' WRK-CONTA-CREDITO
               ' VALOR=' WRK-VALOR
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR
               VALIDNUM-CAMPO     BY WRK-VALOR
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-SW.

           COPY VERIFPER.

           COPY VERIFCTA.
