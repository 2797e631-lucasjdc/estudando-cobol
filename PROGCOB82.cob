      * MENSALIDADE SEM MUDANCA; A TRAVA MENCTRL IMPEDE
      * GERAR A MESMA COMPETENCIA DUAS VEZES
      * DATA 2026-09-02
      * 2026-10-15 LC  TITULO DE MENSALIDADE GRAVADO COM
      * PARCELA 01 (A PARCELA PASSOU A FAZER PARTE DA CHAVE
      * DO TITULOS)
      * 2026-10-15 LC  GERACAO RECUSADA PARA COMPETENCIA
      * FECHADA PARA AS MENSALIDADES ESCOLARES NO PERIODOS
      * (ROTINA VERIFPER, COM REGISTRO NA TRILHA DE AUDITORIA)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  O TITULO SAI PELO VALOR LIQUIDO DAS
      * BOLSAS/DESCONTOS APROVADOS E VIGENTES NA COMPETENCIA
      * (BOLSAS, PROGC145); O VALOR CHEIO, O DESCONTO POR TIPO
      * E O LIQUIDO FICAM NO MENFATUR, BASE DO RELATORIO
      * MENSAL DE DESCONTOS (PROGC146). BOLSA INTEGRAL NAO
      * GERA TITULO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS MNU-CHAVE
               FILE STATUS IS WRK-MEN-NUMERACAO-ST.
           SELECT BOLSAS ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLS-CHAVE
               FILE STATUS IS WRK-BOLSAS-ST.
           SELECT MEN-FATURAMENTO ASSIGN TO "MENFATUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MEN-FATURAMENTO-ST.
           SELECT RELATORIO ASSIGN TO "RELMENSA"
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
           COPY TITREG.
       FD  MEN-NUMERACAO.
           COPY MENNUREG.
       FD  BOLSAS.
           COPY BOLSAREG.
       FD  MEN-FATURAMENTO.
           COPY MENFTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-MEN-NUMERACAO-ST PIC X(02) VALUE SPACES.
       77 WRK-BOLSAS-ST        PIC X(02) VALUE SPACES.
       77 WRK-MEN-FATURAMENTO-ST PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-QTD-GERADOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-PRECO    PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-GERADA      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-SOMA-DESCONTO    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-COM-DESCONTO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-INTEGRAL     PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-BOLSAS-SW        PIC X(01) VALUE 'N'.
           88 WRK-BOLSAS-ABERTO VALUE 'S'.
       77 WRK-FIM-BOLSA        PIC X(01) VALUE 'N'.
           88 WRK-FIM-BOLSA-OK VALUE 'S'.
       77 WRK-VALOR-BRUTO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-LIQUIDO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO-BOLSA   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-MERITO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-SOCIAL      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-IRMAO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-FILHO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SOMA-ED          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB82' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'MENSALIDADES ESCOLARES'.
           DISPLAY '1-TABELA DE PRECOS 2-GERAR COMPETENCIA'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM MANTEM-TABELA
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

       MANTEM-TABELA.
           OPEN I-O MENSALIDADES.
           IF WRK-MENSALIDADES-ST NOT = '00'

      *****************************************************
      * GERA-COMPETENCIA - UM TITULO POR ALUNO ATIVO, COM
      * O VALOR DA TABELA DO CURSO/SERIE MENOS AS BOLSAS
      * APROVADAS PARA A COMPETENCIA; COMPETENCIA JA
      * GERADA E RECUSADA PELA TRAVA MENCTRL E ALUNO SEM
      * PRECO NA TABELA SAI NO RELATORIO PARA A SECRETARIA
      *****************************************************
           DISPLAY 'COMPETENCIA (AAAAMM).. '
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           MOVE 'E' TO WRK-PER-AREA.
           COMPUTE WRK-PER-DATA = WRK-COMPETENCIA-NUM * 100 + 1.
           MOVE 'PROGCOB82' TO WRK-PER-PROGRAMA.
           MOVE 'MENSALIDADES' TO WRK-PER-REFERENCIA.
           PERFORM VERIFICA-PERIODO.
           IF WRK-PER-FECHADO
               GOBACK
           END-IF.
           DISPLAY 'DIA DO VENCIMENTO.. '
           PERFORM CAPTURA-DIA-VENCTO
               UNTIL WRK-DIA-VENCTO-VALIDO.
               CLOSE MEN-NUMERACAO
               OPEN I-O MEN-NUMERACAO
           END-IF.
           OPEN INPUT BOLSAS.
           IF WRK-BOLSAS-ST = '00'
               SET WRK-BOLSAS-ABERTO TO TRUE
           END-IF.
           OPEN EXTEND MEN-FATURAMENTO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO REL-LINHA.
           STRING 'GERACAO DE MENSALIDADES - COMPETENCIA '
           PERFORM PROCESSA-ALUNO UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           CLOSE MEN-FATURAMENTO.
           IF WRK-BOLSAS-ABERTO
               CLOSE BOLSAS
           END-IF.
           CLOSE MEN-NUMERACAO.
           CLOSE TITULOS.
           CLOSE ALUNOS.
           END-READ.

       GRAVA-TITULO-MENSALIDADE.
           PERFORM APURA-DESCONTOS.
           IF WRK-VALOR-LIQUIDO > 0
               PERFORM GRAVA-TITULO-LIQUIDO
           ELSE
               MOVE ZEROS TO WRK-NUM-TITULO
               ADD 1 TO WRK-QTD-INTEGRAL
               MOVE SPACES TO REL-LINHA
               STRING 'ALUNO ' ALU-MATRICULA
                      ' ' ALU-NOME
                      ' BOLSA INTEGRAL'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF WRK-VALOR-LIQUIDO < WRK-VALOR-BRUTO
               ADD 1 TO WRK-QTD-COM-DESCONTO
               COMPUTE WRK-DESCONTO-BOLSA =
                   WRK-VALOR-BRUTO - WRK-VALOR-LIQUIDO
               ADD WRK-DESCONTO-BOLSA TO WRK-SOMA-DESCONTO
               MOVE WRK-DESCONTO-BOLSA TO WRK-VALOR-ED
               MOVE WRK-VALOR-LIQUIDO TO WRK-LIQUIDO-ED
               MOVE SPACES TO REL-LINHA
               STRING '      BOLSA/DESCONTO ' WRK-VALOR-ED
                      ' LIQUIDO ' WRK-LIQUIDO-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM GRAVA-FATURAMENTO.

       GRAVA-TITULO-LIQUIDO.
           PERFORM GERA-NUMERO-MENSALIDADE.
           SET TIT-FATURA TO TRUE.
           MOVE WRK-NUM-TITULO  TO TIT-NUMERO.
           MOVE 01              TO TIT-PARCELA.
           MOVE ALU-MATRICULA   TO TIT-CLI-CODIGO.
           MOVE WRK-VALOR-LIQUIDO TO TIT-VALOR.
           MOVE WRK-VALOR-LIQUIDO TO TIT-SALDO.
           MOVE WRK-DATA-HOJE   TO TIT-DATA-EMISSAO.
           MOVE WRK-DATA-VENCTO TO TIT-DATA-VENCTO.
           SET TIT-ABERTO       TO TRUE.
           MOVE ZEROS           TO TIT-NF-REF.
           WRITE TIT-REGISTRO.
           ADD 1 TO WRK-QTD-GERADOS.
           ADD WRK-VALOR-LIQUIDO TO WRK-SOMA-GERADA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNO ' ALU-MATRICULA
                  ' ' ALU-NOME
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * APURA-DESCONTOS - BOLSAS APROVADAS DO ALUNO COM A
      * COMPETENCIA DENTRO DA VIGENCIA; O PERCENTUAL INCIDE
      * SOBRE O VALOR CHEIO DA TABELA E O VALOR FIXO E
      * ABATIDO COMO ESTA, CADA DESCONTO LIMITADO AO QUE
      * AINDA RESTA A PAGAR (O LIQUIDO NUNCA FICA NEGATIVO)
      *****************************************************
       APURA-DESCONTOS.
           MOVE MEN-VALOR TO WRK-VALOR-BRUTO.
           MOVE MEN-VALOR TO WRK-VALOR-LIQUIDO.
           MOVE ZEROS TO WRK-DESC-MERITO.
           MOVE ZEROS TO WRK-DESC-SOCIAL.
           MOVE ZEROS TO WRK-DESC-IRMAO.
           MOVE ZEROS TO WRK-DESC-FILHO.
           IF WRK-BOLSAS-ABERTO
               MOVE 'N' TO WRK-FIM-BOLSA
               MOVE ALU-MATRICULA TO BLS-MATRICULA
               MOVE ZEROS TO BLS-SEQ
               START BOLSAS KEY IS NOT LESS THAN BLS-CHAVE
                   INVALID KEY
                       SET WRK-FIM-BOLSA-OK TO TRUE
               END-START
               PERFORM LER-BOLSA
               PERFORM APLICA-BOLSA-ALUNO UNTIL WRK-FIM-BOLSA-OK
           END-IF.

       APLICA-BOLSA-ALUNO.
           IF BLS-APROVADA
              AND BLS-COMP-INICIO NOT > WRK-COMPETENCIA-NUM
              AND BLS-COMP-FIM NOT < WRK-COMPETENCIA-NUM
               IF BLS-PERCENTUAL-MODO
                   COMPUTE WRK-DESCONTO-BOLSA ROUNDED =
                       WRK-VALOR-BRUTO * BLS-PERCENTUAL / 100
               ELSE
                   MOVE BLS-VALOR TO WRK-DESCONTO-BOLSA
               END-IF
               IF WRK-DESCONTO-BOLSA > WRK-VALOR-LIQUIDO
                   MOVE WRK-VALOR-LIQUIDO TO WRK-DESCONTO-BOLSA
               END-IF
               SUBTRACT WRK-DESCONTO-BOLSA FROM WRK-VALOR-LIQUIDO
               EVALUATE TRUE
                   WHEN BLS-MERITO
                       ADD WRK-DESCONTO-BOLSA TO WRK-DESC-MERITO
                   WHEN BLS-SOCIAL
                       ADD WRK-DESCONTO-BOLSA TO WRK-DESC-SOCIAL
                   WHEN BLS-IRMAO
                       ADD WRK-DESCONTO-BOLSA TO WRK-DESC-IRMAO
                   WHEN OTHER
                       ADD WRK-DESCONTO-BOLSA TO WRK-DESC-FILHO
               END-EVALUATE
           END-IF.
           PERFORM LER-BOLSA.

       LER-BOLSA.
           IF NOT WRK-FIM-BOLSA-OK
               READ BOLSAS NEXT
                   AT END
                       SET WRK-FIM-BOLSA-OK TO TRUE
                   NOT AT END
                       IF BLS-MATRICULA NOT = ALU-MATRICULA
                           SET WRK-FIM-BOLSA-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       GRAVA-FATURAMENTO.
           MOVE SPACES              TO MFT-REGISTRO.
           MOVE WRK-COMPETENCIA-NUM TO MFT-COMPETENCIA.
           MOVE ALU-MATRICULA       TO MFT-MATRICULA.
           MOVE ALU-CURSO           TO MFT-CURSO.
           MOVE ALU-SERIE           TO MFT-SERIE.
           MOVE WRK-NUM-TITULO      TO MFT-TITULO.
           MOVE WRK-VALOR-BRUTO     TO MFT-VALOR-BRUTO.
           COMPUTE MFT-DESCONTO = WRK-VALOR-BRUTO - WRK-VALOR-LIQUIDO.
           MOVE WRK-VALOR-LIQUIDO   TO MFT-VALOR-LIQUIDO.
           MOVE WRK-DESC-MERITO     TO MFT-DESC-MERITO.
           MOVE WRK-DESC-SOCIAL     TO MFT-DESC-SOCIAL.
           MOVE WRK-DESC-IRMAO      TO MFT-DESC-IRMAO.
           MOVE WRK-DESC-FILHO      TO MFT-DESC-FILHO.
           WRITE MFT-REGISTRO.

       REPORTA-SEM-PRECO.
           ADD 1 TO WRK-QTD-SEM-PRECO.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNOS SEM PRECO...... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-COM-DESCONTO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNOS COM DESCONTO... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-INTEGRAL TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BOLSAS INTEGRAIS...... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SOMA-DESCONTO TO WRK-SOMA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESCONTOS CONCEDIDOS.. ' WRK-SOMA-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SOMA-GERADA TO WRK-SOMA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR FATURADO........ ' WRK-SOMA-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
                   ' SERIE=' WRK-SERIE
                   DELIMITED BY SIZE INTO AUD-DETALHE
           END-IF.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-DIA-VENCTO
               VALIDNUM-CAMPO     BY WRK-DIA-VENCTO
               VALIDNUM-CHAVE-SW  BY WRK-DIA-VENCTO-SW.

           COPY VERIFPER.
