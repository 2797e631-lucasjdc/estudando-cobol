       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB99.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: RELATORIO DE DESEMPENHO DE FORNECEDORES -
      * LE O HISTORICO DE RECEBIMENTOS DE COMPRA (RECCOMPR,
      * GRAVADO PELO PROGCOB65) DO PERIODO INFORMADO,
      * COMPARA A DATA DA CHEGADA COM A DATA PREVISTA DO
      * PEDIDO (PCP-DATA-PREVISTA) EM DIAS CORRIDOS PELO
      * MODULO PROGCOB26 E IMPRIME, POR FORNECEDOR, A
      * QUANTIDADE DE ENTREGAS, O PERCENTUAL ENTREGUE NO
      * PRAZO, O ATRASO MEDIO (ENTREGA ANTECIPADA CONTA
      * ZERO) E O MAIOR ATRASO DO PERIODO
      * DATA 2026-10-15
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEB-COMPRA ASSIGN TO "RECCOMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RECEB-COMPRA-ST.
           SELECT FORNECEDORES ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FORNECEDORES-ST.
           SELECT RELATORIO ASSIGN TO "RELFORNE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEB-COMPRA.
           COPY RECCPREG.
       FD  FORNECEDORES.
           COPY FORNREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-RECEB-COMPRA-ST  PIC X(02) VALUE SPACES.
       77 WRK-FORNECEDORES-ST  PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-DATA-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO-SW   PIC X(01) VALUE 'N'.
           88 WRK-DATA-INICIO-VALIDA VALUE 'S'.
       77 WRK-DATA-FIM         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-SW      PIC X(01) VALUE 'N'.
           88 WRK-DATA-FIM-VALIDA VALUE 'S'.
       77 WRK-DIAS-ATRASO      PIC S9(05) COMP VALUE ZEROS.
       77 WRK-MAX-FORNECEDORES PIC 9(04) VALUE 999.
       77 WRK-QTD-FORNECEDORES PIC 9(04) VALUE ZEROS.
       77 WRK-IDX-BUSCA        PIC 9(04) VALUE ZEROS.
       77 WRK-ACHOU-SW         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-FORNECEDOR VALUE 'S'.
       01 WRK-TAB-FORNECEDORES.
           02 WRK-DES-FORNECEDOR OCCURS 999 TIMES
              INDEXED BY WRK-IDX-DES.
               03 WRK-DES-FOR-CODIGO PIC 9(06).
               03 WRK-DES-QTD        PIC 9(05).
               03 WRK-DES-NO-PRAZO   PIC 9(05).
               03 WRK-DES-SOMA-DIAS  PIC 9(08).
               03 WRK-DES-MAIOR-DIAS PIC 9(05).
           COPY DUTILREG.
       77 WRK-PERC-PRAZO       PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MEDIA-DIAS       PIC 9(05)V9 VALUE ZEROS.
       77 WRK-TOT-QTD          PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-NO-PRAZO     PIC 9(07) VALUE ZEROS.
       77 WRK-NOME-FORNECEDOR  PIC X(40) VALUE SPACES.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-PERC-ED          PIC ZZ9,9 VALUE ZEROS.
       77 WRK-DIAS-ED          PIC ZZ.ZZ9,9 VALUE ZEROS.
       77 WRK-MAIOR-ED         PIC ZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB99' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD).. '
           PERFORM CAPTURA-DATA-INICIO
               UNTIL WRK-DATA-INICIO-VALIDA.
           DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD).... '
           PERFORM CAPTURA-DATA-FIM
               UNTIL WRK-DATA-FIM-VALIDA.
           OPEN INPUT RECEB-COMPRA.
           OPEN INPUT FORNECEDORES.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESEMPENHO DE FORNECEDORES - PERIODO '
                  WRK-DATA-INICIO ' A ' WRK-DATA-FIM
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-RECEB-COMPRA-ST = '00'
               PERFORM LER-RECEBIMENTO
               PERFORM ACUMULA-RECEBIMENTO
                   UNTIL WRK-FIM-ARQUIVO-OK
           END-IF.
           PERFORM IMPRIME-FORNECEDORES.
           CLOSE RELATORIO.
           CLOSE FORNECEDORES.
           IF WRK-RECEB-COMPRA-ST = '00'
            OR WRK-RECEB-COMPRA-ST = '10'
               CLOSE RECEB-COMPRA
           END-IF.
           DISPLAY 'RELATORIO GERADO EM RELFORNE'.
           STOP RUN.

       LER-RECEBIMENTO.
           READ RECEB-COMPRA
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       ACUMULA-RECEBIMENTO.
           IF RCC-DATA-RECEB >= WRK-DATA-INICIO
              AND RCC-DATA-RECEB <= WRK-DATA-FIM
               PERFORM CALCULA-DIAS-ATRASO
               PERFORM SOMA-FORNECEDOR-TABELA
           END-IF.
           PERFORM LER-RECEBIMENTO.

      *****************************************************
      * CALCULA-DIAS-ATRASO - DIAS CORRIDOS ENTRE A DATA
      * PREVISTA E A CHEGADA PELO MODULO PROGCOB26;
      * ENTREGA NO PRAZO OU ANTECIPADA CONTA ZERO DIAS
      *****************************************************
       CALCULA-DIAS-ATRASO.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE RCC-DATA-PREVISTA TO DUT-DATA-1.
           MOVE RCC-DATA-RECEB    TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF DUT-OK AND DUT-DIAS > 0
               MOVE DUT-DIAS TO WRK-DIAS-ATRASO
           END-IF.

       SOMA-FORNECEDOR-TABELA.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-UMA-LINHA
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-FORNECEDORES
                  OR WRK-ACHOU-FORNECEDOR.
           IF WRK-ACHOU-FORNECEDOR
               SUBTRACT 1 FROM WRK-IDX-BUSCA
           ELSE
               IF WRK-QTD-FORNECEDORES < WRK-MAX-FORNECEDORES
                   ADD 1 TO WRK-QTD-FORNECEDORES
                   MOVE WRK-QTD-FORNECEDORES TO WRK-IDX-BUSCA
                   SET WRK-IDX-DES TO WRK-IDX-BUSCA
                   MOVE RCC-FOR-CODIGO
                       TO WRK-DES-FOR-CODIGO (WRK-IDX-DES)
                   MOVE ZEROS TO WRK-DES-QTD        (WRK-IDX-DES)
                   MOVE ZEROS TO WRK-DES-NO-PRAZO   (WRK-IDX-DES)
                   MOVE ZEROS TO WRK-DES-SOMA-DIAS  (WRK-IDX-DES)
                   MOVE ZEROS TO WRK-DES-MAIOR-DIAS (WRK-IDX-DES)
                   SET WRK-ACHOU-FORNECEDOR TO TRUE
               ELSE
                   DISPLAY 'TABELA DE FORNECEDORES CHEIA - '
                           'FORNECEDOR ' RCC-FOR-CODIGO ' IGNORADO'
               END-IF
           END-IF.
           IF WRK-ACHOU-FORNECEDOR
               SET WRK-IDX-DES TO WRK-IDX-BUSCA
               ADD 1 TO WRK-DES-QTD (WRK-IDX-DES)
               IF WRK-DIAS-ATRASO = 0
                   ADD 1 TO WRK-DES-NO-PRAZO (WRK-IDX-DES)
               ELSE
                   ADD WRK-DIAS-ATRASO
                       TO WRK-DES-SOMA-DIAS (WRK-IDX-DES)
                   IF WRK-DIAS-ATRASO >
                      WRK-DES-MAIOR-DIAS (WRK-IDX-DES)
                       MOVE WRK-DIAS-ATRASO
                           TO WRK-DES-MAIOR-DIAS (WRK-IDX-DES)
                   END-IF
               END-IF
           END-IF.

       PROCURA-UMA-LINHA.
           SET WRK-IDX-DES TO WRK-IDX-BUSCA.
           IF WRK-DES-FOR-CODIGO (WRK-IDX-DES) = RCC-FOR-CODIGO
               SET WRK-ACHOU-FORNECEDOR TO TRUE
           END-IF.

       IMPRIME-FORNECEDORES.
           PERFORM IMPRIME-UM-FORNECEDOR
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-FORNECEDORES.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-FORNECEDORES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FORNECEDORES COM ENTREGA NO PERIODO.. '
                  WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WRK-PERC-PRAZO.
           IF WRK-TOT-QTD > 0
               COMPUTE WRK-PERC-PRAZO ROUNDED =
                   (WRK-TOT-NO-PRAZO * 100) / WRK-TOT-QTD
           END-IF.
           MOVE WRK-TOT-QTD TO WRK-QTD-ED.
           MOVE WRK-PERC-PRAZO TO WRK-PERC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENTREGAS NO PERIODO................ '
                  WRK-QTD-ED ' NO PRAZO ' WRK-PERC-ED '%'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-UM-FORNECEDOR.
           SET WRK-IDX-DES TO WRK-IDX-BUSCA.
           MOVE WRK-DES-FOR-CODIGO (WRK-IDX-DES) TO FOR-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE 'FORNECEDOR SEM CADASTRO'
                       TO WRK-NOME-FORNECEDOR
               NOT INVALID KEY
                   MOVE FOR-RAZAO-SOCIAL TO WRK-NOME-FORNECEDOR
           END-READ.
           COMPUTE WRK-PERC-PRAZO ROUNDED =
               (WRK-DES-NO-PRAZO (WRK-IDX-DES) * 100)
               / WRK-DES-QTD (WRK-IDX-DES).
           COMPUTE WRK-MEDIA-DIAS ROUNDED =
               WRK-DES-SOMA-DIAS (WRK-IDX-DES)
               / WRK-DES-QTD (WRK-IDX-DES).
           ADD WRK-DES-QTD (WRK-IDX-DES) TO WRK-TOT-QTD.
           ADD WRK-DES-NO-PRAZO (WRK-IDX-DES) TO WRK-TOT-NO-PRAZO.
           MOVE WRK-DES-QTD (WRK-IDX-DES) TO WRK-QTD-ED.
           MOVE WRK-PERC-PRAZO TO WRK-PERC-ED.
           MOVE WRK-MEDIA-DIAS TO WRK-DIAS-ED.
           MOVE WRK-DES-MAIOR-DIAS (WRK-IDX-DES) TO WRK-MAIOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FORNECEDOR ' WRK-DES-FOR-CODIGO (WRK-IDX-DES)
                  ' ' WRK-NOME-FORNECEDOR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '   ENTREGAS ' WRK-QTD-ED
                  ' NO PRAZO ' WRK-PERC-ED '%'
                  ' ATRASO MEDIO ' WRK-DIAS-ED
                  ' MAIOR ' WRK-MAIOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-INICIO
               VALIDNUM-CAMPO     BY WRK-DATA-INICIO
               VALIDNUM-CHAVE-SW  BY WRK-DATA-INICIO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-FIM
               VALIDNUM-CAMPO     BY WRK-DATA-FIM
               VALIDNUM-CHAVE-SW  BY WRK-DATA-FIM-SW.
