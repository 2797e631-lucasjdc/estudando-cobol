      * DIFERENCAS POR UF ACIMA DA TOLERANCIA E A
      * DIVERGENCIA TOTAL COM SINAL
      * DATA 2026-08-22
      * 2026-10-15 LC  RECEBE O CODIGO DA TRANSPORTADORA NO
      * CADASTRO DE FORNECEDORES E O NUMERO DA FATURA E GERA
      * O TITULO DO CONTAS A PAGAR (ORIGEM FRETE) PELO TOTAL
      * FATURADO - BLOQUEADO PARA PAGAMENTO QUANDO HA UF
      * ACIMA DA TOLERANCIA, ATE A LIBERACAO NO PROGC100
      * 2026-10-15 LC  CONCILIACAO POR TRANSPORTADORA - SE O
      * FORNECEDOR E UMA TRANSPORTADORA CADASTRADA (TRANSPOR)
      * O NOSSO LADO PASSA A SER O FRETE COBRADO NOS ITENS
      * DOS PEDIDOS DO MES DE COMPETENCIA (TERCEIRO PARAMETRO,
      * AAAAMM - SEM ELE, O MES ANTERIOR) QUE SAIRAM POR ELA
      * (STP-TRANSP) E JA FORAM EXPEDIDOS, POR UF; FORNECEDOR
      * SEM CADASTRO DE TRANSPORTADORA SEGUE PELO FRETEUF
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELATORIO ASSIGN TO "RELCONCF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT FORNECEDORES ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FORNECEDORES-ST.
           SELECT CONTAS-PAGAR ASSIGN TO "CPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPG-NUMERO
               FILE STATUS IS WRK-CONTAS-PAGAR-ST.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRP-CODIGO
               FILE STATUS IS WRK-TRANSPORTADORAS-ST.
           SELECT ITENS-PEDIDO ASSIGN TO "ITPEDIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITP-CHAVE
               ALTERNATE RECORD KEY IS ITP-DATA
                   WITH DUPLICATES
               FILE STATUS IS WRK-ITENS-PEDIDO-ST.
           SELECT STATUS-PEDIDO ASSIGN TO "STATUSPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STP-NUM-PEDIDO
               FILE STATUS IS WRK-STATUS-PEDIDO-ST.
           SELECT CPG-CONTROLE ASSIGN TO "CPGCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPC-CHAVE
               FILE STATUS IS WRK-CPG-CONTROLE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  FRETE-UF-ENTRADA.
           COPY FATTRREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  FORNECEDORES.
           COPY FORNREG.
       FD  CONTAS-PAGAR.
           COPY CPAGREG.
       FD  CPG-CONTROLE.
           COPY CPGCTREG.
       FD  TRANSPORTADORAS.
           COPY TRANSPREG.
       FD  ITENS-PEDIDO.
           COPY ITPEDREG.
       FD  STATUS-PEDIDO.
           COPY STATREG.
       WORKING-STORAGE SECTION.
       77 WRK-FRETE-UF-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-FATURA-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-FATURA-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIF-ED           PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ9 VALUE ZEROS.
       77 WRK-FORNECEDORES-ST  PIC X(02) VALUE SPACES.
       77 WRK-CONTAS-PAGAR-ST  PIC X(02) VALUE SPACES.
       77 WRK-CPG-CONTROLE-ST  PIC X(02) VALUE SPACES.
       77 WRK-FOR-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-FATURA       PIC 9(09) VALUE ZEROS.
       77 WRK-TOTAL-FATURA     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NUM-TITULO       PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-FORNECEDOR-SW    PIC X(01) VALUE 'N'.
           88 WRK-FORNECEDOR-OK VALUE 'S'.
       77 WRK-TRANSPORTADORAS-ST PIC X(02) VALUE SPACES.
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-STATUS-PEDIDO-ST PIC X(02) VALUE SPACES.
       77 WRK-TRANSP           PIC 9(03) VALUE ZEROS.
       77 WRK-TRANSP-NOME      PIC X(30) VALUE SPACES.
       77 WRK-TRANSP-SW        PIC X(01) VALUE 'N'.
           88 WRK-TRANSP-ACHADA VALUE 'S'.
       77 WRK-FIM-TRANSP       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANSP-OK VALUE 'S'.
       01 WRK-COMPETENCIA-X    PIC X(06) VALUE SPACES.
       01 WRK-COMPETENCIA REDEFINES WRK-COMPETENCIA-X.
           02 WRK-COMP-ANO     PIC 9(04).
           02 WRK-COMP-MES     PIC 9(02).
       77 WRK-DATA-INI         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM         PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ITENS-TRP    PIC 9(06) VALUE ZEROS.
           COPY DUTILREG.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB25' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-FOR-CODIGO.
           ACCEPT WRK-NUM-FATURA.
           ACCEPT WRK-COMPETENCIA-X.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT RELATORIO.
           MOVE 'CONCILIACAO DA FATURA DA TRANSPORTADORA'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM LOCALIZA-TRANSPORTADORA.
           IF WRK-TRANSP-ACHADA
               PERFORM DEFINE-COMPETENCIA
               MOVE SPACES TO REL-LINHA
               STRING 'TRANSPORTADORA ' WRK-TRANSP ' '
                      WRK-TRANSP-NOME ' COMPETENCIA '
                      WRK-COMPETENCIA-X
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           ELSE
               MOVE 'FRETE POR UF DO ARQUIVO FRETEUF' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-TRANSP-ACHADA
               PERFORM CARREGA-FRETE-TRANSP
           ELSE
               PERFORM CARREGA-FRETE-UF
           END-IF.
           PERFORM CARREGA-FATURA.
           PERFORM CONFRONTA-UFS.
           PERFORM IMPRIME-TOTAL.
           PERFORM GERA-TITULO-PAGAR.
           CLOSE RELATORIO.
           STOP RUN.

           ADD FUF-FRETE TO WRK-CONC-NOSSO (WRK-IDX-CONC).
           PERFORM LER-FRETE-UF.

      *****************************************************
      * LOCALIZA-TRANSPORTADORA - PROCURA NO TRANSPOR A
      * TRANSPORTADORA CUJA FATURA E PAGA AO FORNECEDOR
      * INFORMADO
      *****************************************************
       LOCALIZA-TRANSPORTADORA.
           MOVE 'N' TO WRK-TRANSP-SW.
           OPEN INPUT TRANSPORTADORAS.
           IF WRK-TRANSPORTADORAS-ST = '00'
               MOVE 'N' TO WRK-FIM-TRANSP
               MOVE ZEROS TO TRP-CODIGO
               START TRANSPORTADORAS KEY >= TRP-CODIGO
                   INVALID KEY
                       SET WRK-FIM-TRANSP-OK TO TRUE
               END-START
               PERFORM LER-TRANSPORTADORA
                   UNTIL WRK-FIM-TRANSP-OK OR WRK-TRANSP-ACHADA
               CLOSE TRANSPORTADORAS
           END-IF.

       LER-TRANSPORTADORA.
           READ TRANSPORTADORAS NEXT RECORD
               AT END
                   SET WRK-FIM-TRANSP-OK TO TRUE
               NOT AT END
                   IF TRP-FOR-CODIGO = WRK-FOR-CODIGO
                       SET WRK-TRANSP-ACHADA TO TRUE
                       MOVE TRP-CODIGO TO WRK-TRANSP
                       MOVE TRP-NOME   TO WRK-TRANSP-NOME
                   END-IF
           END-READ.

      *****************************************************
      * DEFINE-COMPETENCIA - MES DA FATURA (AAAAMM); SEM
      * PARAMETRO VALIDO, O MES ANTERIOR AO DA EXECUCAO
      *****************************************************
       DEFINE-COMPETENCIA.
           IF WRK-COMPETENCIA-X IS NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
               MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA-X
               IF WRK-COMP-MES = 1
                   MOVE 12 TO WRK-COMP-MES
                   SUBTRACT 1 FROM WRK-COMP-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-COMP-MES
               END-IF
           END-IF.
           COMPUTE WRK-DATA-INI = WRK-COMP-ANO * 10000
                                + WRK-COMP-MES * 100 + 1.
           COMPUTE WRK-DATA-FIM = WRK-DATA-INI + 30.

      *****************************************************
      * CARREGA-FRETE-TRANSP - SOMA POR UF O FRETE DOS ITENS
      * DO MES DE COMPETENCIA CUJO PEDIDO SAIU PELA
      * TRANSPORTADORA E JA FOI EXPEDIDO (PENDENTE,
      * FATURADO SEM EXPEDICAO E CANCELADO NAO ENTRAM)
      *****************************************************
       CARREGA-FRETE-TRANSP.
           OPEN INPUT ITENS-PEDIDO.
           OPEN INPUT STATUS-PEDIDO.
           IF WRK-ITENS-PEDIDO-ST = '00'
              AND WRK-STATUS-PEDIDO-ST = '00'
               MOVE 'N' TO WRK-FIM-ARQUIVO
               MOVE WRK-DATA-INI TO ITP-DATA
               START ITENS-PEDIDO KEY >= ITP-DATA
                   INVALID KEY
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-START
               PERFORM LER-ITEM-TRANSP
               PERFORM ACUMULA-ITEM-TRANSP UNTIL WRK-FIM-ARQUIVO-OK
               DISPLAY 'ITENS DA TRANSPORTADORA NO MES.. '
                       WRK-QTD-ITENS-TRP
           ELSE
               DISPLAY 'ARQUIVOS ITPEDIDO/STATUSPD NAO ENCONTRADOS'
           END-IF.
           IF WRK-STATUS-PEDIDO-ST = '00'
               CLOSE STATUS-PEDIDO
           END-IF.
           IF WRK-ITENS-PEDIDO-ST = '00'
               CLOSE ITENS-PEDIDO
           END-IF.

       LER-ITEM-TRANSP.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ ITENS-PEDIDO NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
                   NOT AT END
                       IF ITP-DATA > WRK-DATA-FIM
                           SET WRK-FIM-ARQUIVO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       ACUMULA-ITEM-TRANSP.
           MOVE ITP-NUM-PEDIDO TO STP-NUM-PEDIDO.
           READ STATUS-PEDIDO
               INVALID KEY
                   MOVE SPACES TO STP-STATUS
                   MOVE ZEROS  TO STP-TRANSP
           END-READ.
           IF STP-TRANSP IS NUMERIC
              AND STP-TRANSP = WRK-TRANSP
              AND (STP-ENVIADO OR STP-ENTREGUE OR STP-DEVOLVIDO
                   OR STP-PARCIAL-ENVIADO OR STP-PARCIAL-ENTREGUE)
               MOVE ITP-UF TO WRK-UF-BUSCA
               PERFORM PROCURA-UF-TABELA
               SET WRK-IDX-CONC TO WRK-IDX-BUSCA
               ADD ITP-FRETE TO WRK-CONC-NOSSO (WRK-IDX-CONC)
               ADD 1 TO WRK-QTD-ITENS-TRP
           END-IF.
           PERFORM LER-ITEM-TRANSP.

       CARREGA-FATURA.
           OPEN INPUT FATURA-TRANSP.
           IF WRK-FATURA-STATUS = '00'
           PERFORM PROCURA-UF-TABELA.
           SET WRK-IDX-CONC TO WRK-IDX-BUSCA.
           ADD FTR-VALOR TO WRK-CONC-FATURA (WRK-IDX-CONC).
           ADD FTR-VALOR TO WRK-TOTAL-FATURA.
           MOVE 'S' TO WRK-CONC-FATURADO (WRK-IDX-CONC).
           PERFORM LER-FATURA.

           STRING 'DIVERGENCIA TOTAL........ ' WRK-DIF-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * GERA-TITULO-PAGAR - TITULO DA FATURA DA
      * TRANSPORTADORA PELO TOTAL FATURADO, VENCIMENTO NA
      * CONDICAO DE PAGAMENTO DO FORNECEDOR; COM UF
      * DIVERGENTE O TITULO NASCE BLOQUEADO
      *****************************************************
       GERA-TITULO-PAGAR.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VALIDA-TRANSPORTADORA.
           IF NOT WRK-FORNECEDOR-OK
               MOVE SPACES TO REL-LINHA
               STRING 'TRANSPORTADORA ' WRK-FOR-CODIGO
                      ' NAO CADASTRADA OU INATIVA -'
                      ' TITULO NAO GERADO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           ELSE
               IF WRK-TOTAL-FATURA = ZEROS
                   MOVE 'FATURA SEM VALOR - TITULO NAO GERADO'
                       TO REL-LINHA
                   WRITE REL-LINHA
               ELSE
                   PERFORM GRAVA-TITULO-PAGAR
               END-IF
           END-IF.

       VALIDA-TRANSPORTADORA.
           MOVE 'N' TO WRK-FORNECEDOR-SW.
           MOVE ZEROS TO DUT-DIAS.
           OPEN INPUT FORNECEDORES.
           IF WRK-FORNECEDORES-ST = '00'
               MOVE WRK-FOR-CODIGO TO FOR-CODIGO
               READ FORNECEDORES
                   NOT INVALID KEY
                       IF FOR-ATIVO
                           SET WRK-FORNECEDOR-OK TO TRUE
                           MOVE FOR-COND-PAGTO TO DUT-DIAS
                       END-IF
               END-READ
               CLOSE FORNECEDORES
           END-IF.

       GRAVA-TITULO-PAGAR.
           SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE.
           MOVE WRK-DATA-HOJE TO DUT-DATA-1.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF NOT DUT-OK
               MOVE WRK-DATA-HOJE TO DUT-DATA-2
           END-IF.
           PERFORM GERA-NUMERO-TITULO.
           OPEN I-O CONTAS-PAGAR.
           IF WRK-CONTAS-PAGAR-ST NOT = '00'
               CLOSE CONTAS-PAGAR
               OPEN OUTPUT CONTAS-PAGAR
               CLOSE CONTAS-PAGAR
               OPEN I-O CONTAS-PAGAR
           END-IF.
           MOVE SPACES           TO CPG-REGISTRO.
           MOVE WRK-NUM-TITULO   TO CPG-NUMERO.
           MOVE WRK-FOR-CODIGO   TO CPG-FOR-CODIGO.
           MOVE WRK-NUM-FATURA   TO CPG-DOCUMENTO.
           SET CPG-ORIGEM-FRETE  TO TRUE.
           MOVE ZEROS            TO CPG-NUM-COMPRA.
           MOVE WRK-TOTAL-FATURA TO CPG-VALOR.
           MOVE WRK-TOTAL-FATURA TO CPG-SALDO.
           MOVE WRK-DATA-HOJE    TO CPG-DATA-EMISSAO.
           MOVE DUT-DATA-2       TO CPG-DATA-VENCTO.
           MOVE ZEROS            TO CPG-DATA-PAGTO.
           IF WRK-QTD-DIVERGENTES > 0
               SET CPG-BLOQUEADO TO TRUE
           ELSE
               SET CPG-ABERTO TO TRUE
           END-IF.
           WRITE CPG-REGISTRO.
           CLOSE CONTAS-PAGAR.
           MOVE WRK-TOTAL-FATURA TO WRK-FATURA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TITULO A PAGAR ' WRK-NUM-TITULO
                  ' VALOR ' WRK-FATURA-ED
                  ' VENC ' CPG-DATA-VENCTO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF CPG-BLOQUEADO
               MOVE 'TITULO BLOQUEADO ATE A ANALISE DAS UFS (*)'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.

       GERA-NUMERO-TITULO.
           OPEN I-O CPG-CONTROLE.
           IF WRK-CPG-CONTROLE-ST NOT = '00'
               CLOSE CPG-CONTROLE
               OPEN OUTPUT CPG-CONTROLE
               CLOSE CPG-CONTROLE
               OPEN I-O CPG-CONTROLE
           END-IF.
           MOVE '1' TO CPC-CHAVE.
           READ CPG-CONTROLE
               INVALID KEY
                   MOVE 1 TO CPC-ULTIMO-NUM
                   WRITE CPC-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO CPC-ULTIMO-NUM
                   REWRITE CPC-REGISTRO
           END-READ.
           MOVE CPC-ULTIMO-NUM TO WRK-NUM-TITULO.
           CLOSE CPG-CONTROLE.
