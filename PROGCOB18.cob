      * ESTA ABAIXO DO ESTOQUE MINIMO, COM A DESCRICAO
      * BUSCADA NO CATALOGO DE PRODUTOS
      * DATA 2026-08-22
      * 2026-10-15 LC  O SALDO E O MINIMO SAO POR DEPOSITO -
      * CADA LINHA DO RELATORIO MOSTRA O DEPOSITO ABAIXO DO
      * MINIMO
      * 2026-10-15 LC  O PRODUTO ENTRA NA REPOSICAO QUANDO O
      * DISPONIVEL (SALDO MENOS A RESERVA DOS ORCAMENTOS
      * ABERTOS) FICA ABAIXO DO MINIMO E A LINHA MOSTRA A
      * QUANTIDADE RESERVADA
      * 2026-10-15 LC  NOVA SECAO DE KITS (KITESTRU) QUE NAO
      * PODEM SER MONTADOS - COMPONENTE SEM SALDO LIVRE PARA
      * UM KIT EM NENHUM DEPOSITO, LISTADO SOB O KIT
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT PRODUTO-TAB ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTO-STATUS.
           SELECT KIT-ESTRUTURA ASSIGN TO "KITESTRU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-KIT-ESTRU-ST.
           SELECT RELATORIO ASSIGN TO "RELESTOQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           COPY ESTOQREG.
       FD  PRODUTO-TAB.
           COPY PRODREG.
       FD  KIT-ESTRUTURA.
           COPY KITREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-DESCRICAO        PIC X(20) VALUE SPACES.
       77 WRK-SALDO-ED         PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-MINIMO-ED        PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-RESERVADO-ED     PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-KIT-ESTRU-ST     PIC X(02) VALUE SPACES.
       77 WRK-FIM-KIT          PIC X(01) VALUE 'N'.
           88 WRK-FIM-KIT-OK VALUE 'S'.
       77 WRK-FIM-SALDOS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-SALDOS-OK VALUE 'S'.
       77 WRK-KIT-ATUAL        PIC 9(06) VALUE ZEROS.
       77 WRK-KIT-CURTO-SW     PIC X(01) VALUE 'N'.
           88 WRK-KIT-CURTO VALUE 'S'.
       77 WRK-QTD-KITS-CURTOS  PIC 9(06) VALUE ZEROS.
       77 WRK-LIVRE            PIC S9(07) VALUE ZEROS.
       77 WRK-MAIOR-LIVRE      PIC S9(07) VALUE ZEROS.
       77 WRK-LIVRE-ED         PIC -ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-POR-KIT-ED       PIC ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB18' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT ESTOQUE.
           OPEN INPUT PRODUTO-TAB.
           OPEN OUTPUT RELATORIO.
           MOVE 'RELATORIO DE REPOSICAO DE ESTOQUE POR DEPOSITO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM LER-ESTOQUE.
           PERFORM PROCESSA-ESTOQUE UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-TOTAL.
           OPEN INPUT KIT-ESTRUTURA.
           IF WRK-KIT-ESTRU-ST = '00'
               PERFORM RELATA-KITS
               CLOSE KIT-ESTRUTURA
           END-IF.
           CLOSE RELATORIO.
           CLOSE PRODUTO-TAB.
           CLOSE ESTOQUE.
           END-READ.

       PROCESSA-ESTOQUE.
           IF ETQ-SALDO < ETQ-MINIMO + ETQ-RESERVADO
               PERFORM IMPRIME-PRODUTO-ABAIXO
           END-IF.
           PERFORM LER-ESTOQUE.
           END-READ.
           MOVE ETQ-SALDO  TO WRK-SALDO-ED.
           MOVE ETQ-MINIMO TO WRK-MINIMO-ED.
           MOVE ETQ-RESERVADO TO WRK-RESERVADO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROD ' ETQ-PROD-CODIGO
                  ' DEP ' ETQ-DEPOSITO
                  ' ' WRK-DESCRICAO
                  ' SALDO ' WRK-SALDO-ED
                  ' RESERV ' WRK-RESERVADO-ED
                  ' MIN ' WRK-MINIMO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

           STRING 'PRODUTOS ABAIXO DO MINIMO.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * RELATA-KITS - PERCORRE A ESTRUTURA DOS KITS E LISTA
      * O KIT QUE NAO PODE SER MONTADO: ALGUM COMPONENTE SEM
      * SALDO LIVRE (SALDO MENOS RESERVA) PARA UM KIT EM
      * NENHUM DEPOSITO - A VENDA DO KIT BAIXA CADA
      * COMPONENTE DE UM DEPOSITO SO
      *****************************************************
       RELATA-KITS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'KITS QUE NAO PODEM SER MONTADOS (COMPONENTE EM FALTA)'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WRK-KIT-ATUAL.
           PERFORM LER-KIT.
           PERFORM PROCESSA-COMPONENTE UNTIL WRK-FIM-KIT-OK.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-KITS-CURTOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'KITS QUE NAO PODEM SER MONTADOS.. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       LER-KIT.
           READ KIT-ESTRUTURA NEXT
               AT END
                   SET WRK-FIM-KIT-OK TO TRUE
           END-READ.

       PROCESSA-COMPONENTE.
           IF KIT-PROD-CODIGO NOT = WRK-KIT-ATUAL
               MOVE KIT-PROD-CODIGO TO WRK-KIT-ATUAL
               MOVE 'N' TO WRK-KIT-CURTO-SW
           END-IF.
           PERFORM BUSCA-MAIOR-LIVRE.
           IF WRK-MAIOR-LIVRE < KIT-QUANTIDADE
               IF NOT WRK-KIT-CURTO
                   SET WRK-KIT-CURTO TO TRUE
                   ADD 1 TO WRK-QTD-KITS-CURTOS
                   PERFORM IMPRIME-KIT-CURTO
               END-IF
               PERFORM IMPRIME-COMPONENTE-CURTO
           END-IF.
           PERFORM LER-KIT.

      *****************************************************
      * BUSCA-MAIOR-LIVRE - MAIOR SALDO LIVRE DO COMPONENTE
      * ENTRE OS DEPOSITOS (POSICIONA O ESTOQUE NO PRODUTO)
      *****************************************************
       BUSCA-MAIOR-LIVRE.
           MOVE ZEROS TO WRK-MAIOR-LIVRE.
           MOVE 'N' TO WRK-FIM-SALDOS.
           MOVE KIT-COMP-CODIGO TO ETQ-PROD-CODIGO.
           MOVE ZEROS TO ETQ-DEPOSITO.
           START ESTOQUE KEY >= ETQ-CHAVE
               INVALID KEY
                   SET WRK-FIM-SALDOS-OK TO TRUE
           END-START.
           PERFORM LER-SALDO-COMPONENTE UNTIL WRK-FIM-SALDOS-OK.

       LER-SALDO-COMPONENTE.
           READ ESTOQUE NEXT
               AT END
                   SET WRK-FIM-SALDOS-OK TO TRUE
               NOT AT END
                   IF ETQ-PROD-CODIGO NOT = KIT-COMP-CODIGO
                       SET WRK-FIM-SALDOS-OK TO TRUE
                   ELSE
                       COMPUTE WRK-LIVRE = ETQ-SALDO - ETQ-RESERVADO
                       IF WRK-LIVRE > WRK-MAIOR-LIVRE
                           MOVE WRK-LIVRE TO WRK-MAIOR-LIVRE
                       END-IF
                   END-IF
           END-READ.

       IMPRIME-KIT-CURTO.
           MOVE KIT-PROD-CODIGO TO PRD-CODIGO.
           READ PRODUTO-TAB
               INVALID KEY
                   MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESCRICAO
               NOT INVALID KEY
                   MOVE PRD-DESCRICAO TO WRK-DESCRICAO
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING 'KIT ' KIT-PROD-CODIGO
                  ' ' WRK-DESCRICAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-COMPONENTE-CURTO.
           MOVE KIT-COMP-CODIGO TO PRD-CODIGO.
           READ PRODUTO-TAB
               INVALID KEY
                   MOVE 'PRODUTO SEM CADASTRO' TO WRK-DESCRICAO
               NOT INVALID KEY
                   MOVE PRD-DESCRICAO TO WRK-DESCRICAO
           END-READ.
           MOVE KIT-QUANTIDADE  TO WRK-POR-KIT-ED.
           MOVE WRK-MAIOR-LIVRE TO WRK-LIVRE-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '    COMP ' KIT-COMP-CODIGO
                  ' ' WRK-DESCRICAO
                  ' POR KIT ' WRK-POR-KIT-ED
                  ' LIVRE ' WRK-LIVRE-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
