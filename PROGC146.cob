       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC146.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: RELATORIO MENSAL DE BOLSAS E DESCONTOS DE
      * MENSALIDADE PARA A DIRETORIA - A PARTIR DO
      * FATURAMENTO DA COMPETENCIA (MENFATUR, GRAVADO PELO
      * PROGCOB82), TOTALIZA POR CURSO O VALOR CHEIO, O
      * DESCONTO DE CADA TIPO (MERITO, SOCIAL, IRMAO E FILHO
      * DE FUNCIONARIO) E O LIQUIDO FATURADO, COM O RESUMO
      * GERAL POR TIPO E O PESO DO DESCONTO SOBRE O CHEIO
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEN-FATURAMENTO ASSIGN TO "MENFATUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MEN-FATURAMENTO-ST.
           SELECT RELATORIO ASSIGN TO "RELBOLSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MEN-FATURAMENTO.
           COPY MENFTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-MEN-FATURAMENTO-ST PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       01 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           02 WRK-CMP-ANO      PIC 9(04).
           02 WRK-CMP-MES      PIC 9(02).
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-ACHOU-SW         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU VALUE 'S'.
       77 WRK-CUR-MAX          PIC 9(03) VALUE 100.
       77 WRK-CUR-QTD          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-CUR          PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-FORA-TABELA  PIC 9(05) VALUE ZEROS.
       01 WRK-TABELA-CURSOS.
           02 WRK-CUR-ITEM OCCURS 100 TIMES.
               03 WRK-CUR-CURSO       PIC X(10).
               03 WRK-CUR-ALUNOS      PIC 9(05).
               03 WRK-CUR-BOLSISTAS   PIC 9(05).
               03 WRK-CUR-BRUTO       PIC 9(09)V99.
               03 WRK-CUR-MERITO      PIC 9(09)V99.
               03 WRK-CUR-SOCIAL      PIC 9(09)V99.
               03 WRK-CUR-IRMAO       PIC 9(09)V99.
               03 WRK-CUR-FILHO       PIC 9(09)V99.
               03 WRK-CUR-DESCONTO    PIC 9(09)V99.
               03 WRK-CUR-LIQUIDO     PIC 9(09)V99.
       77 WRK-TOT-ALUNOS       PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BOLSISTAS    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-INTEGRAIS    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BRUTO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-MERITO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-SOCIAL       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-IRMAO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FILHO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-PERC-DESCONTO    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-COL1-ED          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COL2-ED          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COL3-ED          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COL4-ED          PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PERC-ED          PIC ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
           DISPLAY 'COMPETENCIA DO FATURAMENTO (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA UNTIL WRK-COMPETENCIA-VALIDA.
           IF WRK-CMP-MES < 1 OR WRK-CMP-MES > 12
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' INVALIDA - RELATORIO NAO EMITIDO'
               GOBACK
           END-IF.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'BOLSAS E DESCONTOS DE MENSALIDADE - COMPETENCIA '
                  WRK-COMPETENCIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT MEN-FATURAMENTO.
           IF WRK-MEN-FATURAMENTO-ST NOT = '00'
               MOVE 'ARQUIVO DE FATURAMENTO DE MENSALIDADES AUSENTE'
                   TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM LER-FATURAMENTO
               PERFORM ACUMULA-FATURAMENTO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE MEN-FATURAMENTO
               IF WRK-TOT-ALUNOS = 0
                   MOVE 'NENHUMA MENSALIDADE FATURADA NA COMPETENCIA'
                       TO REL-LINHA
                   WRITE REL-LINHA
               ELSE
                   PERFORM IMPRIME-CURSOS
                   PERFORM IMPRIME-RESUMO
               END-IF
           END-IF.
           CLOSE RELATORIO.
           MOVE WRK-TOT-DESCONTO TO WRK-VALOR-ED.
           DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                   ' ALUNOS ' WRK-TOT-ALUNOS
                   ' BOLSISTAS ' WRK-TOT-BOLSISTAS
                   ' DESCONTOS ' WRK-VALOR-ED.
           GOBACK.

       LER-FATURAMENTO.
           READ MEN-FATURAMENTO
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

      *****************************************************
      * ACUMULA-FATURAMENTO - SO OS REGISTROS DA COMPETENCIA;
      * CURSO ALEM DA CAPACIDADE DA TABELA ENTRA NOS TOTAIS
      * GERAIS E E AVISADO NO RODAPE
      *****************************************************
       ACUMULA-FATURAMENTO.
           IF MFT-COMPETENCIA = WRK-COMPETENCIA
               PERFORM ACUMULA-TOTAIS
               PERFORM LOCALIZA-CURSO
               IF WRK-ACHOU
                   PERFORM ACUMULA-CURSO
               ELSE
                   ADD 1 TO WRK-QTD-FORA-TABELA
               END-IF
           END-IF.
           PERFORM LER-FATURAMENTO.

       ACUMULA-TOTAIS.
           ADD 1 TO WRK-TOT-ALUNOS.
           IF MFT-DESCONTO > 0
               ADD 1 TO WRK-TOT-BOLSISTAS
           END-IF.
           IF MFT-VALOR-LIQUIDO = 0
               ADD 1 TO WRK-TOT-INTEGRAIS
           END-IF.
           ADD MFT-VALOR-BRUTO   TO WRK-TOT-BRUTO.
           ADD MFT-DESC-MERITO   TO WRK-TOT-MERITO.
           ADD MFT-DESC-SOCIAL   TO WRK-TOT-SOCIAL.
           ADD MFT-DESC-IRMAO    TO WRK-TOT-IRMAO.
           ADD MFT-DESC-FILHO    TO WRK-TOT-FILHO.
           ADD MFT-DESCONTO      TO WRK-TOT-DESCONTO.
           ADD MFT-VALOR-LIQUIDO TO WRK-TOT-LIQUIDO.

       LOCALIZA-CURSO.
           MOVE 'N' TO WRK-ACHOU-SW.
           PERFORM PROCURA-CURSO
               VARYING WRK-IDX-CUR FROM 1 BY 1
               UNTIL WRK-IDX-CUR > WRK-CUR-QTD OR WRK-ACHOU.
           IF WRK-ACHOU
               SUBTRACT 1 FROM WRK-IDX-CUR
           ELSE
               IF WRK-CUR-QTD < WRK-CUR-MAX
                   ADD 1 TO WRK-CUR-QTD
                   MOVE WRK-CUR-QTD TO WRK-IDX-CUR
                   MOVE MFT-CURSO TO WRK-CUR-CURSO (WRK-IDX-CUR)
                   MOVE ZEROS TO WRK-CUR-ALUNOS (WRK-IDX-CUR)
                   MOVE ZEROS TO WRK-CUR-BOLSISTAS (WRK-IDX-CUR)
                   MOVE ZEROS TO WRK-CUR-BRUTO (WRK-IDX-CUR)
                   MOVE ZEROS TO WRK-CUR-MERITO (WRK-IDX-CUR)
                   MOVE ZEROS TO WRK-CUR-SOCIAL (WRK-IDX-CUR)
                   MOVE ZEROS TO WRK-CUR-IRMAO (WRK-IDX-CUR)
                   MOVE ZEROS TO WRK-CUR-FILHO (WRK-IDX-CUR)
                   MOVE ZEROS TO WRK-CUR-DESCONTO (WRK-IDX-CUR)
                   MOVE ZEROS TO WRK-CUR-LIQUIDO (WRK-IDX-CUR)
                   SET WRK-ACHOU TO TRUE
               END-IF
           END-IF.

       PROCURA-CURSO.
           IF WRK-CUR-CURSO (WRK-IDX-CUR) = MFT-CURSO
               SET WRK-ACHOU TO TRUE
           END-IF.

       ACUMULA-CURSO.
           ADD 1 TO WRK-CUR-ALUNOS (WRK-IDX-CUR).
           IF MFT-DESCONTO > 0
               ADD 1 TO WRK-CUR-BOLSISTAS (WRK-IDX-CUR)
           END-IF.
           ADD MFT-VALOR-BRUTO   TO WRK-CUR-BRUTO (WRK-IDX-CUR).
           ADD MFT-DESC-MERITO   TO WRK-CUR-MERITO (WRK-IDX-CUR).
           ADD MFT-DESC-SOCIAL   TO WRK-CUR-SOCIAL (WRK-IDX-CUR).
           ADD MFT-DESC-IRMAO    TO WRK-CUR-IRMAO (WRK-IDX-CUR).
           ADD MFT-DESC-FILHO    TO WRK-CUR-FILHO (WRK-IDX-CUR).
           ADD MFT-DESCONTO      TO WRK-CUR-DESCONTO (WRK-IDX-CUR).
           ADD MFT-VALOR-LIQUIDO TO WRK-CUR-LIQUIDO (WRK-IDX-CUR).

      *****************************************************
      * IMPRIME-CURSOS - UMA LINHA DE DESCONTO POR TIPO E
      * UMA DE CHEIO/DESCONTO/LIQUIDO PARA CADA CURSO
      *****************************************************
       IMPRIME-CURSOS.
           MOVE 'CURSO      ALUNOS     MERITO     SOCIAL      IRMAO'
               TO REL-LINHA.
           MOVE 'FILHO FUNC' TO REL-LINHA (52:10).
           WRITE REL-LINHA.
           MOVE '        BOLSISTAS      CHEIO   DESCONTO    LIQUIDO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-CURSO
               VARYING WRK-IDX-CUR FROM 1 BY 1
               UNTIL WRK-IDX-CUR > WRK-CUR-QTD.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-CURSO.
           MOVE WRK-CUR-ALUNOS (WRK-IDX-CUR) TO WRK-QTD-ED.
           MOVE WRK-CUR-MERITO (WRK-IDX-CUR) TO WRK-COL1-ED.
           MOVE WRK-CUR-SOCIAL (WRK-IDX-CUR) TO WRK-COL2-ED.
           MOVE WRK-CUR-IRMAO (WRK-IDX-CUR)  TO WRK-COL3-ED.
           MOVE WRK-CUR-FILHO (WRK-IDX-CUR)  TO WRK-COL4-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-CUR-CURSO (WRK-IDX-CUR) ' ' WRK-QTD-ED
                  ' ' WRK-COL1-ED ' ' WRK-COL2-ED
                  ' ' WRK-COL3-ED ' ' WRK-COL4-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-CUR-BOLSISTAS (WRK-IDX-CUR) TO WRK-QTD-ED.
           MOVE WRK-CUR-BRUTO (WRK-IDX-CUR)     TO WRK-COL1-ED.
           MOVE WRK-CUR-DESCONTO (WRK-IDX-CUR)  TO WRK-COL2-ED.
           MOVE WRK-CUR-LIQUIDO (WRK-IDX-CUR)   TO WRK-COL3-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '           ' WRK-QTD-ED
                  ' ' WRK-COL1-ED ' ' WRK-COL2-ED
                  ' ' WRK-COL3-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * IMPRIME-RESUMO - TOTAIS GERAIS POR TIPO DE BOLSA E
      * PERCENTUAL DO DESCONTO SOBRE O VALOR CHEIO
      *****************************************************
       IMPRIME-RESUMO.
           MOVE 'RESUMO DA COMPETENCIA' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-ALUNOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNOS FATURADOS........ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-BOLSISTAS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNOS COM DESCONTO..... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-INTEGRAIS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BOLSAS INTEGRAIS........ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR CHEIO DA TABELA... ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-MERITO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BOLSA DE MERITO......... ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-SOCIAL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BOLSA SOCIAL............ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-IRMAO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESCONTO IRMAO.......... ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-FILHO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'FILHO DE FUNCIONARIO.... ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-DESCONTO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DE DESCONTOS...... ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR LIQUIDO FATURADO.. ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-TOT-BRUTO > 0
               COMPUTE WRK-PERC-DESCONTO ROUNDED =
                   WRK-TOT-DESCONTO * 100 / WRK-TOT-BRUTO
           END-IF.
           MOVE WRK-PERC-DESCONTO TO WRK-PERC-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESCONTO SOBRE O CHEIO.. ' WRK-PERC-ED '%'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTD-FORA-TABELA > 0
               MOVE WRK-QTD-FORA-TABELA TO WRK-QTD-ED
               MOVE SPACES TO REL-LINHA
               STRING 'ATENCAO - ' WRK-QTD-ED
                      ' ALUNOS DE CURSOS ALEM DA TABELA SO NOS '
                      'TOTAIS'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.
