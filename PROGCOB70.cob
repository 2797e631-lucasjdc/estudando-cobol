      * POR GRUPO DE ZONA - SUBSTITUI A LISTA MANUSCRITA
      * ENTREGUE A TRANSPORTADORA
      * DATA 2026-09-02
      * 2026-10-15 LC  ROMANEIO SEPARADO POR TRANSPORTADORA
      * (STP-TRANSP) - CADA TRANSPORTADORA RECEBE O SEU, COM
      * OS PEDIDOS AGRUPADOS POR ZONA DENTRO DELA; PEDIDO
      * SEM TRANSPORTADORA SAI NO GRUPO 000 E SO SAEM OS
      * GRUPOS QUE TEM PEDIDO
      * 2026-10-15 LC  O PEDIDO SAI COM O LOCAL DE ENTREGA
      * GRAVADO NO STATUSPD (ENDERECO, CEP E CONTATO) E A
      * ZONA PASSA A SER A DO CEP DESSE LOCAL; PEDIDO SEM
      * LOCAL GRAVADO USA O ENDERECO DO CADASTRO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTO-STATUS.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRP-CODIGO
               FILE STATUS IS WRK-TRANSPORTADORAS-ST.
           SELECT RELATORIO ASSIGN TO "ROMANEIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           COPY ITPEDREG.
       FD  PRODUTO-TAB.
           COPY PRODREG.
       FD  TRANSPORTADORAS.
           COPY TRANSPREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-PRODUTO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-TRANSPORTADORAS-ST PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-ITENS        PIC X(01) VALUE 'N'.
       77 WRK-QTD-ITENS-PED    PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-PEDIDO      PIC 9(06) VALUE ZEROS.
       77 WRK-PESO-GRUPO       PIC 9(08) VALUE ZEROS.
       77 WRK-TRANSP           PIC 9(03) VALUE ZEROS.
       77 WRK-TRANSP-IMPR      PIC 9(03) VALUE ZEROS.
       77 WRK-MAX-TRANSP       PIC 9(02) VALUE 50.
       77 WRK-QTD-TRANSP       PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-LISTA        PIC 9(02) VALUE ZEROS.
       77 WRK-TRANSP-SW        PIC X(01) VALUE 'N'.
           88 WRK-TRANSP-NA-LISTA VALUE 'S'.
       77 WRK-QTD-TRANSP-PED   PIC 9(04) VALUE ZEROS.
       77 WRK-PESO-TRANSP      PIC 9(08) VALUE ZEROS.
       01 WRK-TAB-TRANSP.
           02 WRK-TL-CODIGO PIC 9(03) OCCURS 50 TIMES.
       01 WRK-TAB-ROMANEIO.
           02 WRK-ROM-PEDIDO OCCURS 999 TIMES
              INDEXED BY WRK-IDX-ROM.
               03 WRK-ROM-ZONA      PIC X(01).
               03 WRK-ROM-NOME      PIC X(30).
               03 WRK-ROM-ENDERECO  PIC X(40).
               03 WRK-ROM-CEP       PIC 9(08).
               03 WRK-ROM-CONTATO   PIC X(30).
               03 WRK-ROM-QTD-ITENS PIC 9(03).
               03 WRK-ROM-PESO      PIC 9(06).
               03 WRK-ROM-TRANSP    PIC 9(03).
       77 WRK-ZONA-COD         PIC X(01) VALUE SPACES.
       77 WRK-CEP-ENTREGA      PIC 9(08) VALUE ZEROS.
       01 WRK-TAB-ZONA-GRUPO.
           02 WRK-TAB-ZONA-P1 PIC X(23)
              VALUE '01000000199999991000002'.
               03 WRK-ZONA-PRZ-DIAS PIC 9(02).
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-PESO-ED          PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB70' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT STATUS-PEDIDO.
           OPEN INPUT CLIENTE.
           OPEN INPUT ITENS-PEDIDO.
           OPEN INPUT PRODUTO-TAB.
           OPEN INPUT TRANSPORTADORAS.
           OPEN OUTPUT RELATORIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM LER-PEDIDO.
           PERFORM CARREGA-PEDIDO UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-TRANSPORTADORA
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-QTD-TRANSP.
           PERFORM IMPRIME-TOTAL.
           CLOSE RELATORIO.
           IF WRK-TRANSPORTADORAS-ST = '00'
               CLOSE TRANSPORTADORAS
           END-IF.
           CLOSE PRODUTO-TAB.
           CLOSE ITENS-PEDIDO.
           CLOSE CLIENTE.
               ADD 1 TO WRK-QTD-PEDIDOS
               SET WRK-IDX-ROM TO WRK-QTD-PEDIDOS
               MOVE STP-NUM-PEDIDO TO WRK-ROM-NUM (WRK-IDX-ROM)
               IF STP-TRANSP IS NUMERIC
                   MOVE STP-TRANSP TO WRK-TRANSP
               ELSE
                   MOVE ZEROS TO WRK-TRANSP
               END-IF
               MOVE WRK-TRANSP TO WRK-ROM-TRANSP (WRK-IDX-ROM)
               PERFORM INCLUI-TRANSP-LISTA
               MOVE STP-CLI-CODIGO TO CLI-CODIGO
               READ CLIENTE
                   INVALID KEY
                           TO WRK-ROM-NOME (WRK-IDX-ROM)
                       MOVE SPACES
                           TO WRK-ROM-ENDERECO (WRK-IDX-ROM)
                       MOVE ZEROS TO CLI-CEP
                   NOT INVALID KEY
                       MOVE CLI-NOME
                           TO WRK-ROM-NOME (WRK-IDX-ROM)
                       MOVE CLI-ENDERECO
                           TO WRK-ROM-ENDERECO (WRK-IDX-ROM)
               END-READ
               MOVE CLI-CEP TO WRK-CEP-ENTREGA
               MOVE SPACES TO WRK-ROM-CONTATO (WRK-IDX-ROM)
               PERFORM USA-LOCAL-ENTREGA
               MOVE WRK-CEP-ENTREGA TO WRK-ROM-CEP (WRK-IDX-ROM)
               PERFORM BUSCA-ZONA-CEP
               MOVE WRK-ZONA-COD TO WRK-ROM-ZONA (WRK-IDX-ROM)
               PERFORM TOTALIZA-ITENS-PESO
               MOVE WRK-QTD-ITENS-PED
                   TO WRK-ROM-QTD-ITENS (WRK-IDX-ROM)
                   TO WRK-ROM-PESO (WRK-IDX-ROM)
           END-IF.

      *****************************************************
      * USA-LOCAL-ENTREGA - O LOCAL DE ENTREGA GRAVADO NO
      * PEDIDO PREVALECE SOBRE O ENDERECO DO CADASTRO
      * (PEDIDO SEM LOCAL GRAVADO FICA COM O DO CADASTRO)
      *****************************************************
       USA-LOCAL-ENTREGA.
           IF STP-ENT-ENDERECO NOT = SPACES
              AND STP-ENT-CEP IS NUMERIC
               MOVE STP-ENT-ENDERECO
                   TO WRK-ROM-ENDERECO (WRK-IDX-ROM)
               MOVE STP-ENT-CEP TO WRK-CEP-ENTREGA
               MOVE STP-ENT-CONTATO
                   TO WRK-ROM-CONTATO (WRK-IDX-ROM)
           END-IF.

      *****************************************************
      * INCLUI-TRANSP-LISTA - GUARDA CADA TRANSPORTADORA COM
      * PEDIDO NO DIA, NA ORDEM EM QUE APARECE, PARA UM
      * ROMANEIO POR TRANSPORTADORA
      *****************************************************
       INCLUI-TRANSP-LISTA.
           MOVE 'N' TO WRK-TRANSP-SW.
           PERFORM PROCURA-TRANSP-LISTA
               VARYING WRK-IDX-LISTA FROM 1 BY 1
               UNTIL WRK-IDX-LISTA > WRK-QTD-TRANSP
                  OR WRK-TRANSP-NA-LISTA.
           IF NOT WRK-TRANSP-NA-LISTA
               IF WRK-QTD-TRANSP < WRK-MAX-TRANSP
                   ADD 1 TO WRK-QTD-TRANSP
                   MOVE WRK-TRANSP TO WRK-TL-CODIGO (WRK-QTD-TRANSP)
               ELSE
                   DISPLAY 'TABELA DE TRANSPORTADORAS CHEIA - NF '
                           STP-NUM-PEDIDO ' FORA DO ROMANEIO'
               END-IF
           END-IF.

       PROCURA-TRANSP-LISTA.
           IF WRK-TL-CODIGO (WRK-IDX-LISTA) = WRK-TRANSP
               SET WRK-TRANSP-NA-LISTA TO TRUE
           END-IF.

       TOTALIZA-ITENS-PESO.
           MOVE ZEROS TO WRK-QTD-ITENS-PED.
           MOVE ZEROS TO WRK-PESO-PEDIDO.
           SEARCH WRK-ZONA-FAIXA
               AT END
                   MOVE SPACES TO WRK-ZONA-COD
               WHEN WRK-CEP-ENTREGA >= WRK-ZONA-CEP-DE (WRK-IDX-ZONA)
                AND WRK-CEP-ENTREGA <= WRK-ZONA-CEP-ATE (WRK-IDX-ZONA)
                   MOVE WRK-ZONA-CODIGO (WRK-IDX-ZONA)
                       TO WRK-ZONA-COD
           END-SEARCH.

      *****************************************************
      * IMPRIME-TRANSPORTADORA - ROMANEIO DE UMA
      * TRANSPORTADORA: CABECALHO COM O NOME, OS GRUPOS DE
      * ZONA QUE TEM PEDIDO E O TOTAL DA TRANSPORTADORA
      *****************************************************
       IMPRIME-TRANSPORTADORA.
           MOVE WRK-TL-CODIGO (WRK-IDX-LISTA) TO WRK-TRANSP-IMPR.
           MOVE ZEROS TO WRK-QTD-TRANSP-PED.
           MOVE ZEROS TO WRK-PESO-TRANSP.
           MOVE SPACES TO REL-LINHA.
           IF WRK-TRANSP-IMPR = ZEROS
               MOVE 'SEM TRANSPORTADORA (000)' TO REL-LINHA
           ELSE
               MOVE SPACES TO TRP-NOME
               IF WRK-TRANSPORTADORAS-ST = '00'
                   MOVE WRK-TRANSP-IMPR TO TRP-CODIGO
                   READ TRANSPORTADORAS
                       INVALID KEY
                           MOVE 'NAO CADASTRADA' TO TRP-NOME
                   END-READ
               END-IF
               STRING 'TRANSPORTADORA ' WRK-TRANSP-IMPR ' '
                      TRP-NOME
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-GRUPO-ZONA
               VARYING WRK-ZONA-IMPR FROM 1 BY 1
               UNTIL WRK-ZONA-IMPR > 5.
           PERFORM IMPRIME-SEM-ZONA.
           MOVE WRK-QTD-TRANSP-PED TO WRK-QTD-ED.
           MOVE WRK-PESO-TRANSP TO WRK-PESO-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDOS DA TRANSPORTADORA ' WRK-QTD-ED
                  '  PESO TOTAL (KG) ' WRK-PESO-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.

       IMPRIME-GRUPO-ZONA.
           MOVE WRK-ZONA-IMPR TO WRK-ZONA-COD.
           PERFORM CONTA-PEDIDOS-GRUPO.
           IF WRK-QTD-GRUPO > 0
               MOVE ZEROS TO WRK-QTD-GRUPO
               MOVE ZEROS TO WRK-PESO-GRUPO
               MOVE SPACES TO REL-LINHA
               STRING 'ZONA DE ENTREGA ' WRK-ZONA-COD
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE ALL '-' TO REL-LINHA
               WRITE REL-LINHA
               PERFORM IMPRIME-PEDIDO-DA-ZONA
                   VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-PEDIDOS
               PERFORM IMPRIME-RODAPE-GRUPO
           END-IF.

       IMPRIME-SEM-ZONA.
           MOVE SPACES TO WRK-ZONA-COD.
           PERFORM CONTA-PEDIDOS-GRUPO.
           IF WRK-QTD-GRUPO > 0
               MOVE ZEROS TO WRK-QTD-GRUPO
               MOVE ZEROS TO WRK-PESO-GRUPO
               MOVE 'PEDIDOS SEM ZONA DE ENTREGA' TO REL-LINHA
               WRITE REL-LINHA
               MOVE ALL '-' TO REL-LINHA
               WRITE REL-LINHA
               PERFORM IMPRIME-PEDIDO-DA-ZONA
                   VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA > WRK-QTD-PEDIDOS
               PERFORM IMPRIME-RODAPE-GRUPO
           END-IF.

       CONTA-PEDIDOS-GRUPO.
           MOVE ZEROS TO WRK-QTD-GRUPO.
           PERFORM CONTA-PEDIDO-GRUPO
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTD-PEDIDOS.

       CONTA-PEDIDO-GRUPO.
           SET WRK-IDX-ROM TO WRK-IDX-BUSCA.
           IF WRK-ROM-ZONA (WRK-IDX-ROM) = WRK-ZONA-COD
              AND WRK-ROM-TRANSP (WRK-IDX-ROM) = WRK-TRANSP-IMPR
               ADD 1 TO WRK-QTD-GRUPO
           END-IF.

       IMPRIME-PEDIDO-DA-ZONA.
           SET WRK-IDX-ROM TO WRK-IDX-BUSCA.
           IF WRK-ROM-ZONA (WRK-IDX-ROM) = WRK-ZONA-COD
              AND WRK-ROM-TRANSP (WRK-IDX-ROM) = WRK-TRANSP-IMPR
               ADD 1 TO WRK-QTD-GRUPO
               ADD WRK-ROM-PESO (WRK-IDX-ROM) TO WRK-PESO-GRUPO
               ADD 1 TO WRK-QTD-TRANSP-PED
               ADD WRK-ROM-PESO (WRK-IDX-ROM) TO WRK-PESO-TRANSP
               MOVE SPACES TO REL-LINHA
               STRING 'NF ' WRK-ROM-NUM (WRK-IDX-ROM)
                      ' ' WRK-ROM-NOME (WRK-IDX-ROM)
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   ' WRK-ROM-ENDERECO (WRK-IDX-ROM)
                      ' CEP ' WRK-ROM-CEP (WRK-IDX-ROM)
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               IF WRK-ROM-CONTATO (WRK-IDX-ROM) NOT = SPACES
                   MOVE SPACES TO REL-LINHA
                   STRING '   CONTATO ' WRK-ROM-CONTATO (WRK-IDX-ROM)
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
               MOVE WRK-ROM-QTD-ITENS (WRK-IDX-ROM)
                   TO WRK-QTD-ED
               MOVE WRK-ROM-PESO (WRK-IDX-ROM) TO WRK-PESO-ED
