       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC152.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: COMPENSACAO DIARIA DE CHEQUES - IMPORTA O
      * ARQUIVO DA COMPENSACAO (COMPENS, COMPREG) COM OS
      * CHEQUES DE NOSSOS CORRENTISTAS APRESENTADOS POR
      * OUTROS BANCOS E CONFRONTA CADA UM COM O CADASTRO DE
      * CHEQUES (PROGC151), A SITUACAO DA CONTA (ROTINA
      * VERIFCTA) E O SALDO MAIS O LIMITE DO SALDO-CONTROLE,
      * DESCONTADOS OS CHEQUES JA PAGOS NESTA COMPENSACAO
      * (MESMA CRITICA DE LIMITE DO PROGCOB06). O CHEQUE PAGO
      * VIRA DEBITO NO MOVIMENT (DOCUMENTO CH + NUMERO), QUE
      * O PROGCOB06 LANCA NO RAZAO; O DEVOLVIDO VAI PARA O
      * CHQRETOR COM A ALINEA PADRAO (CHDEVREG). O RELATORIO
      * DIARIO RELCOMP LISTA CADA CHEQUE E TOTALIZA PAGOS E
      * DEVOLVIDOS POR ALINEA
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPENSACAO ASSIGN TO "COMPENS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COMPENSACAO-ST.
           SELECT CHEQUES ASSIGN TO "CHEQUES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WRK-CHEQUES-ST.
           SELECT SALDO-CONTROLE ASSIGN TO "SALDOCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SLD-CONTA
               FILE STATUS IS WRK-SALDO-STATUS.
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WRK-CONTAS-ST.
           SELECT MOVIMENTOS ASSIGN TO "MOVIMENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MOVIMENTOS-STATUS.
           SELECT CHQ-RETORNO ASSIGN TO "CHQRETOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-CHQ-RETORNO-ST.
           SELECT RELATORIO ASSIGN TO "RELCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
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
       FD  COMPENSACAO.
           COPY COMPREG.
       FD  CHEQUES.
           COPY CHEQREG.
       FD  SALDO-CONTROLE.
           COPY SALDOREG.
       FD  CONTAS.
           COPY CONTAREG.
       FD  MOVIMENTOS.
           COPY MOVTOREG.
       FD  CHQ-RETORNO.
           COPY CHDEVREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-COMPENSACAO-ST    PIC X(02) VALUE SPACES.
       77 WRK-CHEQUES-ST        PIC X(02) VALUE SPACES.
       77 WRK-SALDO-STATUS      PIC X(02) VALUE SPACES.
       77 WRK-MOVIMENTOS-STATUS PIC X(02) VALUE SPACES.
       77 WRK-CHQ-RETORNO-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST    PIC X(02) VALUE SPACES.
       77 WRK-USUARIO           PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-COMPENSACAO   PIC X(01) VALUE 'N'.
           88 WRK-FIM-COMPENSACAO-OK VALUE 'S'.
       77 WRK-ALINEA            PIC X(02) VALUE SPACES.
       77 WRK-CHQ-EXISTE-SW     PIC X(01) VALUE 'N'.
           88 WRK-CHQ-EXISTE VALUE 'S'.
       77 WRK-REAPRESENTA-SW    PIC X(01) VALUE 'N'.
           88 WRK-REAPRESENTACAO VALUE 'S'.
       77 WRK-DISPONIVEL        PIC S9(10)V99 VALUE ZEROS.
       77 WRK-DOCUMENTO         PIC X(08) VALUE SPACES.
      *----------------------------------------------------
      * CHEQUES JA PAGOS NESTA COMPENSACAO POR CONTA - O
      * SALDO-CONTROLE SO E ATUALIZADO PELO PROGCOB06
      *----------------------------------------------------
       77 WRK-CMT-MAX           PIC 9(04) VALUE 500.
       77 WRK-CMT-QTD           PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-CMT           PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-SW          PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-VALOR-COMPROMET   PIC 9(10)V99 VALUE ZEROS.
       01 WRK-TAB-COMPROMETIDO.
           02 WRK-CMT-ITEM OCCURS 500 TIMES.
               03 WRK-CMT-CONTA PIC 9(06).
               03 WRK-CMT-VALOR PIC 9(10)V99.
      *----------------------------------------------------
      * ALINEAS DE DEVOLUCAO (AS MESMAS DO CHDEVREG) E OS
      * TOTAIS DO DIA POR ALINEA
      *----------------------------------------------------
       01 WRK-TAB-ALINEA-GRUPO.
           02 FILLER PIC X(24) VALUE '11SEM FUNDOS 1A APRES.  '.
           02 FILLER PIC X(24) VALUE '12SEM FUNDOS 2A APRES.  '.
           02 FILLER PIC X(24) VALUE '13CONTA ENCERRADA       '.
           02 FILLER PIC X(24) VALUE '21SUSTADO               '.
           02 FILLER PIC X(24) VALUE '31ERRO FORMAL           '.
           02 FILLER PIC X(24) VALUE '35CHEQUE NAO EMITIDO    '.
           02 FILLER PIC X(24) VALUE '49REMESSA NULA          '.
       01 WRK-TAB-ALINEA REDEFINES WRK-TAB-ALINEA-GRUPO.
           02 WRK-ALN-ITEM OCCURS 7 TIMES.
               03 WRK-ALN-CODIGO    PIC X(02).
               03 WRK-ALN-DESCRICAO PIC X(22).
       01 WRK-TAB-ALINEA-TOTAIS.
           02 WRK-ALT-ITEM OCCURS 7 TIMES.
               03 WRK-ALT-QTD       PIC 9(05).
               03 WRK-ALT-VALOR     PIC 9(10)V99.
       77 WRK-ALN-QTD           PIC 9(02) VALUE 7.
       77 WRK-IDX-ALN           PIC 9(02) VALUE ZEROS.
       77 WRK-DESCR-ALINEA      PIC X(22) VALUE SPACES.
       77 WRK-QTD-LIDOS         PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PAGOS         PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-PAGOS       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-DEVOLVIDOS  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ED            PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY PERIOWRK.
           COPY CONTAWRK.
       PROCEDURE DIVISION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM ZERA-TOTAL-ALINEA
               VARYING WRK-IDX-ALN FROM 1 BY 1
               UNTIL WRK-IDX-ALN > WRK-ALN-QTD.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           MOVE 'C' TO WRK-PER-AREA.
           MOVE WRK-DATA-HOJE TO WRK-PER-DATA.
           MOVE 'PROGC152' TO WRK-PER-PROGRAMA.
           MOVE 'COMPENSACAO' TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               MOVE 'COMPETENCIA FECHADA - COMPENSACAO NAO PROCESSADA'
                   TO REL-LINHA
               WRITE REL-LINHA
               CLOSE RELATORIO
               GOBACK
           END-IF.
           OPEN INPUT COMPENSACAO.
           IF WRK-COMPENSACAO-ST NOT = '00'
               MOVE 'NENHUM ARQUIVO DE COMPENSACAO RECEBIDO'
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               OPEN I-O CHEQUES
               IF WRK-CHEQUES-ST NOT = '00'
                   CLOSE CHEQUES
                   OPEN OUTPUT CHEQUES
                   CLOSE CHEQUES
                   OPEN I-O CHEQUES
               END-IF
               OPEN INPUT SALDO-CONTROLE
               OPEN OUTPUT CHQ-RETORNO
               PERFORM LER-COMPENSACAO
               PERFORM PROCESSA-CHEQUE
                   UNTIL WRK-FIM-COMPENSACAO-OK
               CLOSE CHQ-RETORNO
               CLOSE SALDO-CONTROLE
               CLOSE CHEQUES
               CLOSE COMPENSACAO
           END-IF.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY 'COMPENSACAO ' WRK-DATA-HOJE
                   ' - LIDOS ' WRK-QTD-LIDOS
                   ' PAGOS ' WRK-QTD-PAGOS
                   ' DEVOLVIDOS ' WRK-QTD-DEVOLVIDOS.
           GOBACK.

       ZERA-TOTAL-ALINEA.
           MOVE ZEROS TO WRK-ALT-QTD (WRK-IDX-ALN).
           MOVE ZEROS TO WRK-ALT-VALOR (WRK-IDX-ALN).

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'COMPENSACAO DE CHEQUES EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'CONTA  CHEQUE BCO          VALOR SITUACAO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       LER-COMPENSACAO.
           READ COMPENSACAO
               AT END
                   SET WRK-FIM-COMPENSACAO-OK TO TRUE
               NOT AT END
                   ADD 1 TO WRK-QTD-LIDOS
           END-READ.

      *****************************************************
      * PROCESSA-CHEQUE - A PRIMEIRA CRITICA QUE FALHAR DA
      * A ALINEA: REGISTRO INVALIDO (31), CONTA NAO LIBERADA
      * (13), CHEQUE NAO EMITIDO (35), SUSTADO (21), JA
      * PAGO OU JA DEVOLVIDO EM DEFINITIVO (49) E SEM SALDO
      * MAIS LIMITE (11, OU 12 NA REAPRESENTACAO)
      *****************************************************
       PROCESSA-CHEQUE.
           MOVE SPACES TO WRK-ALINEA.
           MOVE 'N' TO WRK-CHQ-EXISTE-SW.
           MOVE 'N' TO WRK-REAPRESENTA-SW.
           PERFORM CRITICA-REGISTRO.
           IF WRK-ALINEA = SPACES
               MOVE CMP-CONTA TO WRK-VCT-CONTA
               PERFORM VERIFICA-CONTA
               IF NOT WRK-VCT-LIBERADA
                   MOVE '13' TO WRK-ALINEA
               END-IF
           END-IF.
           IF WRK-ALINEA = SPACES
               PERFORM CRITICA-CHEQUE
           END-IF.
           IF WRK-ALINEA = SPACES
               PERFORM CRITICA-FUNDOS
           END-IF.
           IF WRK-ALINEA = SPACES
               PERFORM PAGA-CHEQUE
           ELSE
               PERFORM DEVOLVE-CHEQUE
           END-IF.
           PERFORM LER-COMPENSACAO.

       CRITICA-REGISTRO.
           IF CMP-CONTA IS NOT NUMERIC
              OR CMP-NUMERO IS NOT NUMERIC
              OR CMP-VALOR IS NOT NUMERIC
               MOVE '31' TO WRK-ALINEA
           ELSE
               IF CMP-CONTA = 0 OR CMP-NUMERO = 0
                  OR CMP-VALOR = 0
                   MOVE '31' TO WRK-ALINEA
               END-IF
           END-IF.

       CRITICA-CHEQUE.
           MOVE CMP-CONTA  TO CHQ-CONTA.
           MOVE CMP-NUMERO TO CHQ-NUMERO.
           READ CHEQUES
               INVALID KEY
                   MOVE '35' TO WRK-ALINEA
               NOT INVALID KEY
                   SET WRK-CHQ-EXISTE TO TRUE
                   EVALUATE TRUE
                       WHEN CHQ-SUSTADO
                           MOVE '21' TO WRK-ALINEA
                       WHEN CHQ-PAGO
                           MOVE '49' TO WRK-ALINEA
                       WHEN CHQ-DEVOLVIDO
                           IF CHQ-ALINEA = '11'
                               SET WRK-REAPRESENTACAO TO TRUE
                           ELSE
                               MOVE '49' TO WRK-ALINEA
                           END-IF
                   END-EVALUATE
           END-READ.

      *****************************************************
      * CRITICA-FUNDOS - SALDO MAIS LIMITE DO SALDO-CONTROLE
      * MENOS O QUE JA FOI PAGO PARA A CONTA NESTA
      * COMPENSACAO PRECISA COBRIR O CHEQUE
      *****************************************************
       CRITICA-FUNDOS.
           MOVE CMP-CONTA TO SLD-CONTA.
           READ SALDO-CONTROLE
               INVALID KEY
                   MOVE ZEROS TO SLD-SALDO
                   MOVE ZEROS TO SLD-LIMITE
           END-READ.
           IF WRK-SALDO-STATUS NOT = '00'
               MOVE ZEROS TO SLD-SALDO
               MOVE ZEROS TO SLD-LIMITE
           END-IF.
           PERFORM LOCALIZA-COMPROMETIDO.
           IF WRK-ACHOU
               MOVE WRK-CMT-VALOR (WRK-IDX-CMT) TO WRK-VALOR-COMPROMET
           ELSE
               MOVE ZEROS TO WRK-VALOR-COMPROMET
           END-IF.
           COMPUTE WRK-DISPONIVEL = SLD-SALDO + SLD-LIMITE
               - WRK-VALOR-COMPROMET.
           IF CMP-VALOR > WRK-DISPONIVEL
               IF WRK-REAPRESENTACAO
                   MOVE '12' TO WRK-ALINEA
               ELSE
                   MOVE '11' TO WRK-ALINEA
               END-IF
           END-IF.

       LOCALIZA-COMPROMETIDO.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-COMPROMETIDO
               VARYING WRK-IDX-CMT FROM 1 BY 1
               UNTIL WRK-IDX-CMT > WRK-CMT-QTD OR WRK-ACHOU.
           IF WRK-ACHOU
               SUBTRACT 1 FROM WRK-IDX-CMT
           END-IF.

       PROCURA-COMPROMETIDO.
           IF WRK-CMT-CONTA (WRK-IDX-CMT) = CMP-CONTA
               SET WRK-ACHOU TO TRUE
           END-IF.

       SOMA-COMPROMETIDO.
           IF WRK-ACHOU
               ADD CMP-VALOR TO WRK-CMT-VALOR (WRK-IDX-CMT)
           ELSE
               IF WRK-CMT-QTD < WRK-CMT-MAX
                   ADD 1 TO WRK-CMT-QTD
                   MOVE CMP-CONTA TO WRK-CMT-CONTA (WRK-CMT-QTD)
                   MOVE CMP-VALOR TO WRK-CMT-VALOR (WRK-CMT-QTD)
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - CHEQUES DA '
                           'CONTA ' CMP-CONTA ' SEM ACUMULO'
               END-IF
           END-IF.

       PAGA-CHEQUE.
           SET CHQ-PAGO TO TRUE.
           MOVE WRK-DATA-HOJE TO CHQ-DATA-SITUACAO.
           MOVE CMP-VALOR TO CHQ-VALOR.
           MOVE SPACES TO CHQ-ALINEA.
           ADD 1 TO CHQ-QTD-APRESENT.
           REWRITE CHQ-REGISTRO.
           PERFORM SOMA-COMPROMETIDO.
           MOVE SPACES TO WRK-DOCUMENTO.
           STRING 'CH' CMP-NUMERO
               DELIMITED BY SIZE INTO WRK-DOCUMENTO.
           MOVE CMP-CONTA     TO MOV-CONTA.
           MOVE WRK-DATA-HOJE TO MOV-DATA.
           SET MOV-DEBITO     TO TRUE.
           MOVE CMP-VALOR     TO MOV-VALOR.
           MOVE ZEROS         TO MOV-DIAS.
           MOVE 'CHEQUE COMPENSADO' TO MOV-HISTORICO.
           MOVE WRK-DOCUMENTO TO MOV-DOCUMENTO.
           OPEN EXTEND MOVIMENTOS.
           WRITE MOV-REGISTRO.
           CLOSE MOVIMENTOS.
           ADD 1 TO WRK-QTD-PAGOS.
           ADD CMP-VALOR TO WRK-VALOR-PAGOS.
           MOVE CMP-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING CMP-CONTA ' ' CMP-NUMERO ' ' CMP-BANCO-APRES
                  ' ' WRK-VALOR-ED ' PAGO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * DEVOLVE-CHEQUE - RETORNO PARA A COMPENSACAO COM A
      * ALINEA; O CHEQUE EMITIDO (OU REAPRESENTADO) FICA
      * DEVOLVIDO COM A ALINEA - O SUSTADO E O PAGO NAO
      * MUDAM DE SITUACAO
      *****************************************************
       DEVOLVE-CHEQUE.
           MOVE CMP-BANCO-APRES TO CDV-BANCO-APRES.
           MOVE CMP-CONTA       TO CDV-CONTA.
           MOVE CMP-NUMERO      TO CDV-NUMERO.
           MOVE CMP-VALOR       TO CDV-VALOR.
           MOVE WRK-DATA-HOJE   TO CDV-DATA.
           MOVE WRK-ALINEA      TO CDV-ALINEA.
           WRITE CDV-REGISTRO.
           IF WRK-CHQ-EXISTE
              AND (CHQ-EMITIDO OR CHQ-DEVOLVIDO)
              AND WRK-ALINEA NOT = '49'
               SET CHQ-DEVOLVIDO TO TRUE
               MOVE WRK-DATA-HOJE TO CHQ-DATA-SITUACAO
               MOVE CMP-VALOR TO CHQ-VALOR
               MOVE WRK-ALINEA TO CHQ-ALINEA
               ADD 1 TO CHQ-QTD-APRESENT
               REWRITE CHQ-REGISTRO
           END-IF.
           ADD 1 TO WRK-QTD-DEVOLVIDOS.
           IF CMP-VALOR IS NUMERIC
               ADD CMP-VALOR TO WRK-VALOR-DEVOLVIDOS
           END-IF.
           MOVE SPACES TO WRK-DESCR-ALINEA.
           PERFORM TOTALIZA-ALINEA
               VARYING WRK-IDX-ALN FROM 1 BY 1
               UNTIL WRK-IDX-ALN > WRK-ALN-QTD.
           IF CMP-VALOR IS NUMERIC
               MOVE CMP-VALOR TO WRK-VALOR-ED
           ELSE
               MOVE ZEROS TO WRK-VALOR-ED
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING CMP-CONTA ' ' CMP-NUMERO ' ' CMP-BANCO-APRES
                  ' ' WRK-VALOR-ED ' DEVOLVIDO ' WRK-ALINEA
                  ' ' WRK-DESCR-ALINEA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       TOTALIZA-ALINEA.
           IF WRK-ALN-CODIGO (WRK-IDX-ALN) = WRK-ALINEA
               MOVE WRK-ALN-DESCRICAO (WRK-IDX-ALN)
                 TO WRK-DESCR-ALINEA
               ADD 1 TO WRK-ALT-QTD (WRK-IDX-ALN)
               IF CMP-VALOR IS NUMERIC
                   ADD CMP-VALOR TO WRK-ALT-VALOR (WRK-IDX-ALN)
               END-IF
           END-IF.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-LIDOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CHEQUES APRESENTADOS.... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PAGOS TO WRK-QTD-ED.
           MOVE WRK-VALOR-PAGOS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CHEQUES PAGOS........... ' WRK-QTD-ED
                  ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-DEVOLVIDOS TO WRK-QTD-ED.
           MOVE WRK-VALOR-DEVOLVIDOS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CHEQUES DEVOLVIDOS...... ' WRK-QTD-ED
                  ' ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-TOTAL-ALINEA
               VARYING WRK-IDX-ALN FROM 1 BY 1
               UNTIL WRK-IDX-ALN > WRK-ALN-QTD.

       IMPRIME-TOTAL-ALINEA.
           IF WRK-ALT-QTD (WRK-IDX-ALN) > 0
               MOVE WRK-ALT-QTD (WRK-IDX-ALN) TO WRK-QTD-ED
               MOVE WRK-ALT-VALOR (WRK-IDX-ALN) TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING '   ALINEA ' WRK-ALN-CODIGO (WRK-IDX-ALN)
                      ' ' WRK-ALN-DESCRICAO (WRK-IDX-ALN)
                      ' ' WRK-QTD-ED
                      ' ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

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
           MOVE 'PROGC152' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'COMPENSACAO LIDOS=' WRK-QTD-LIDOS
               ' PAGOS=' WRK-QTD-PAGOS
               ' DEVOLVIDOS=' WRK-QTD-DEVOLVIDOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VERIFPER.

           COPY VERIFCTA.
