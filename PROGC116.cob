       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC116.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: ACOMPANHAMENTO NOTURNO DOS ACORDOS DE
      * RENEGOCIACAO (PROGC115) - PARA CADA ACORDO ATIVO
      * PERCORRE AS PARCELAS (TITULOS TIPO A): ACORDO SEM
      * SALDO PENDENTE FICA QUITADO; ACORDO COM PARCELA EM
      * ABERTO ATRASADA ALEM DOS DIAS DE TOLERANCIA DO
      * PARMCOBR (BASE 30/360 DO AGING), OU COM PARCELA
      * BAIXADA POR PERDA OU RENEGOCIADA EM NOVO ACORDO,
      * FICA ROMPIDO COM A DATA E O SALDO RESTANTE. O
      * RELATORIO RELACORD LISTA OS ACORDOS QUITADOS E
      * ROMPIDOS NA NOITE COM O SALDO RESTANTE DE CADA UM
      * DATA 2026-10-15
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WRK-ACORDOS-ST.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT PARAMETROS ASSIGN TO "PARMCOBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
           SELECT RELATORIO ASSIGN TO "RELACORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACORDOS.
           COPY ACORDREG.
       FD  TITULOS.
           COPY TITREG.
       FD  PARAMETROS.
           COPY PARMCBREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-ACORDOS-ST        PIC X(02) VALUE SPACES.
       77 WRK-TITULOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PARAMETROS-ST     PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-USUARIO           PIC X(06) VALUE SPACES.
       77 WRK-FIM-ACORDOS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-ACORDOS-OK VALUE 'S'.
       77 WRK-FIM-PARCELAS      PIC X(01) VALUE 'N'.
           88 WRK-FIM-PARCELAS-OK VALUE 'S'.
       77 WRK-ROMPIDO-SW        PIC X(01) VALUE 'N'.
           88 WRK-ACORDO-ROMPIDO VALUE 'S'.
       77 WRK-MOTIVO            PIC X(11) VALUE SPACES.
       77 WRK-DIAS-TOLERANCIA   PIC 9(03) VALUE 10.
       01 WRK-DATA-HOJE.
           02 WRK-HOJE-ANO PIC 9(04).
           02 WRK-HOJE-MES PIC 9(02).
           02 WRK-HOJE-DIA PIC 9(02).
       01 WRK-DATA-VENCTO.
           02 WRK-VCT-ANO PIC 9(04).
           02 WRK-VCT-MES PIC 9(02).
           02 WRK-VCT-DIA PIC 9(02).
       77 WRK-DIAS-HOJE         PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-VENCTO       PIC S9(08) COMP VALUE ZEROS.
       77 WRK-DIAS-ATRASO       PIC S9(05) COMP VALUE ZEROS.
       77 WRK-MAIOR-ATRASO      PIC S9(05) COMP VALUE ZEROS.
       77 WRK-PARCELA-ATRASO    PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-RESTANTE    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-PENDENTES     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-VERIFICADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EM-DIA        PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-QUITADOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ROMPIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ROMPIDO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-DIAS-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-SALDO-ED          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
               + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
           PERFORM LE-PARAMETROS.
           PERFORM LE-OPERADOR-SESSAO.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           OPEN I-O ACORDOS.
           IF WRK-ACORDOS-ST NOT = '00'
               MOVE 'NENHUM ACORDO CADASTRADO' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               OPEN INPUT TITULOS
               MOVE ZEROS TO ACD-NUMERO
               START ACORDOS KEY >= ACD-NUMERO
                   INVALID KEY
                       SET WRK-FIM-ACORDOS-OK TO TRUE
               END-START
               PERFORM LER-ACORDO
               PERFORM VERIFICA-ACORDO UNTIL WRK-FIM-ACORDOS-OK
               CLOSE TITULOS
               CLOSE ACORDOS
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           DISPLAY 'ACORDOS VERIFICADOS ' WRK-QTD-VERIFICADOS
                   ' QUITADOS ' WRK-QTD-QUITADOS
                   ' ROMPIDOS ' WRK-QTD-ROMPIDOS.
           GOBACK.

      *****************************************************
      * LE-PARAMETROS - SEM O PARMCOBR (OU COM A TOLERANCIA
      * EM BRANCO) O ACORDO ROMPE COM PARCELA ATRASADA HA
      * MAIS DE 10 DIAS
      *****************************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PCB-DIAS-TOLER-ACORDO IS NUMERIC
                           MOVE PCB-DIAS-TOLER-ACORDO
                               TO WRK-DIAS-TOLERANCIA
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACORDOS DE RENEGOCIACAO - QUITACAO E '
                  'ROMPIMENTO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOLERANCIA DE ATRASO DA PARCELA: '
                  WRK-DIAS-TOLERANCIA ' DIAS'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       LER-ACORDO.
           IF NOT WRK-FIM-ACORDOS-OK
               READ ACORDOS NEXT
                   AT END
                       SET WRK-FIM-ACORDOS-OK TO TRUE
               END-READ
           END-IF.

      *****************************************************
      * VERIFICA-ACORDO - SO ACORDO ATIVO; QUITADO E
      * ROMPIDO JA TEM A SITUACAO FINAL
      *****************************************************
       VERIFICA-ACORDO.
           IF ACD-ATIVO
               ADD 1 TO WRK-QTD-VERIFICADOS
               PERFORM APURA-PARCELAS
               EVALUATE TRUE
                   WHEN WRK-ACORDO-ROMPIDO
                       PERFORM ROMPE-ACORDO
                   WHEN WRK-QTD-PENDENTES = 0
                       PERFORM QUITA-ACORDO
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-EM-DIA
               END-EVALUATE
           END-IF.
           PERFORM LER-ACORDO.

      *****************************************************
      * APURA-PARCELAS - SALDO RESTANTE E O SALDO DAS
      * PARCELAS AINDA NAO LIQUIDADAS; GUARDA A PARCELA DE
      * MAIOR ATRASO PARA O RELATORIO
      *****************************************************
       APURA-PARCELAS.
           MOVE 'N' TO WRK-ROMPIDO-SW.
           MOVE 'N' TO WRK-FIM-PARCELAS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-SALDO-RESTANTE.
           MOVE ZEROS TO WRK-QTD-PENDENTES.
           MOVE ZEROS TO WRK-MAIOR-ATRASO.
           MOVE ZEROS TO WRK-PARCELA-ATRASO.
           SET TIT-ACORDO TO TRUE.
           MOVE ACD-NUMERO TO TIT-NUMERO.
           MOVE ZEROS TO TIT-PARCELA.
           START TITULOS KEY >= TIT-CHAVE
               INVALID KEY
                   SET WRK-FIM-PARCELAS-OK TO TRUE
           END-START.
           PERFORM LER-PARCELA.
           PERFORM AVALIA-PARCELA UNTIL WRK-FIM-PARCELAS-OK.

       LER-PARCELA.
           IF NOT WRK-FIM-PARCELAS-OK
               READ TITULOS NEXT
                   AT END
                       SET WRK-FIM-PARCELAS-OK TO TRUE
               END-READ
               IF NOT TIT-ACORDO OR TIT-NUMERO NOT = ACD-NUMERO
                   SET WRK-FIM-PARCELAS-OK TO TRUE
               END-IF
           END-IF.

       AVALIA-PARCELA.
           IF NOT TIT-LIQUIDADO AND TIT-SALDO > 0
               ADD 1 TO WRK-QTD-PENDENTES
               ADD TIT-SALDO TO WRK-SALDO-RESTANTE
               MOVE TIT-DATA-VENCTO TO WRK-DATA-VENCTO
               COMPUTE WRK-DIAS-VENCTO = (WRK-VCT-ANO * 360)
                   + (WRK-VCT-MES * 30) + WRK-VCT-DIA
               COMPUTE WRK-DIAS-ATRASO =
                   WRK-DIAS-HOJE - WRK-DIAS-VENCTO
               IF WRK-DIAS-ATRASO > WRK-MAIOR-ATRASO
                   MOVE WRK-DIAS-ATRASO TO WRK-MAIOR-ATRASO
                   MOVE TIT-PARCELA TO WRK-PARCELA-ATRASO
               END-IF
               EVALUATE TRUE
                   WHEN TIT-BAIXADO-PERDA
                       SET WRK-ACORDO-ROMPIDO TO TRUE
                       MOVE 'PERDA'       TO WRK-MOTIVO
                   WHEN TIT-RENEGOCIADO
                       SET WRK-ACORDO-ROMPIDO TO TRUE
                       MOVE 'RENEGOCIADO' TO WRK-MOTIVO
                   WHEN TIT-ABERTO
                        AND WRK-DIAS-ATRASO > WRK-DIAS-TOLERANCIA
                       SET WRK-ACORDO-ROMPIDO TO TRUE
                       IF WRK-MOTIVO = SPACES
                           MOVE 'ATRASO'  TO WRK-MOTIVO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM LER-PARCELA.

       ROMPE-ACORDO.
           SET ACD-ROMPIDO TO TRUE.
           MOVE WRK-DATA-HOJE TO ACD-DATA-SITUACAO.
           MOVE WRK-SALDO-RESTANTE TO ACD-SALDO-ROMPIDO.
           REWRITE ACD-REGISTRO.
           ADD 1 TO WRK-QTD-ROMPIDOS.
           ADD WRK-SALDO-RESTANTE TO WRK-TOTAL-ROMPIDO.
           MOVE WRK-MAIOR-ATRASO TO WRK-DIAS-ED.
           MOVE WRK-SALDO-RESTANTE TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ROMPIDO ACORDO ' ACD-NUMERO
                  ' CLI ' ACD-CLI-CODIGO
                  ' ' WRK-MOTIVO
                  ' PARC ' WRK-PARCELA-ATRASO
                  ' ' WRK-DIAS-ED 'D'
                  ' SALDO ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM GRAVA-AUDITORIA.

       QUITA-ACORDO.
           SET ACD-QUITADO TO TRUE.
           MOVE WRK-DATA-HOJE TO ACD-DATA-SITUACAO.
           MOVE ZEROS TO ACD-SALDO-ROMPIDO.
           REWRITE ACD-REGISTRO.
           ADD 1 TO WRK-QTD-QUITADOS.
           MOVE ACD-VALOR-ACORDADO TO WRK-SALDO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'QUITADO ACORDO ' ACD-NUMERO
                  ' CLI ' ACD-CLI-CODIGO
                  ' VALOR ACORDADO ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM GRAVA-AUDITORIA.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-VERIFICADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACORDOS ATIVOS VERIFICADOS.... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-EM-DIA TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACORDOS EM DIA................ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-QUITADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACORDOS QUITADOS.............. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ROMPIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACORDOS ROMPIDOS.............. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-ROMPIDO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO RESTANTE DOS ROMPIDOS... ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

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
           MOVE 'PROGC116' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'ACORDO=' ACD-NUMERO
               ' SITUACAO=' ACD-STATUS
               ' CLI=' ACD-CLI-CODIGO
               ' SALDO=' ACD-SALDO-ROMPIDO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
