      * FORNECEDOR E A QUANTIDADE PENDENTE, DESTACANDO OS
      * JA VENCIDOS, PARA A COBRANCA DOS FORNECEDORES
      * DATA 2026-09-02
      * 2026-10-15 LC  FORNECEDOR IMPRESSO PELO CODIGO E
      * RAZAO SOCIAL DO CADASTRO DE FORNECEDORES (FORNREG)
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCP-CHAVE
               FILE STATUS IS WRK-PEDIDOS-COMPRA-ST.
           SELECT FORNECEDORES ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FORNECEDORES-ST.
           SELECT RELATORIO ASSIGN TO "RELCOMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
       FILE SECTION.
       FD  PEDIDOS-COMPRA.
           COPY PEDCPREG.
       FD  FORNECEDORES.
           COPY FORNREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-PEDIDOS-COMPRA-ST PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-FORNECEDORES-ST  PIC X(02) VALUE SPACES.
       77 WRK-NOME-FORNECEDOR  PIC X(40) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
               03 WRK-ABR-DATA-PREV  PIC 9(08).
               03 WRK-ABR-NUMERO     PIC 9(08).
               03 WRK-ABR-ITEM-SEQ   PIC 9(02).
               03 WRK-ABR-FOR-CODIGO PIC 9(06).
               03 WRK-ABR-PROD       PIC 9(06).
               03 WRK-ABR-PENDENTE   PIC 9(06).
               03 WRK-ABR-IMPRESSO   PIC X(01).
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB66' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT PEDIDOS-COMPRA.
           OPEN INPUT FORNECEDORES.
           OPEN OUTPUT RELATORIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'PEDIDOS DE COMPRA EM ABERTO POR DATA PREVISTA'
           PERFORM IMPRIME-ABERTOS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           CLOSE FORNECEDORES.
           IF WRK-PEDIDOS-COMPRA-ST = '00'
            OR WRK-PEDIDOS-COMPRA-ST = '10'
               CLOSE PEDIDOS-COMPRA
                       TO WRK-ABR-NUMERO (WRK-IDX-ABR)
                   MOVE PCP-ITEM-SEQ
                       TO WRK-ABR-ITEM-SEQ (WRK-IDX-ABR)
                   MOVE PCP-FOR-CODIGO
                       TO WRK-ABR-FOR-CODIGO (WRK-IDX-ABR)
                   MOVE PCP-PROD-CODIGO
                       TO WRK-ABR-PROD (WRK-IDX-ABR)
                   COMPUTE WRK-ABR-PENDENTE (WRK-IDX-ABR) =
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE WRK-ABR-FOR-CODIGO (WRK-IDX-ABR) TO FOR-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE 'FORNECEDOR SEM CADASTRO'
                       TO WRK-NOME-FORNECEDOR
               NOT INVALID KEY
                   MOVE FOR-RAZAO-SOCIAL TO WRK-NOME-FORNECEDOR
           END-READ.
           MOVE SPACES TO REL-LINHA.
           STRING '   FORNECEDOR '
                  WRK-ABR-FOR-CODIGO (WRK-IDX-ABR)
                  ' ' WRK-NOME-FORNECEDOR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

