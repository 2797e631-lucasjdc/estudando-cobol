      * COM A LISTA DOS ITENS AINDA NAO ENTREGUES E A
      * QUANTIDADE PENDENTE DE CADA UM (LINHAS DE ENVIO
      * DO PROGCOB53 - ENVIOREG)
      * 2026-10-15 LC  O PEDIDO ATRASADO MOSTRA AS TENTATIVAS
      * DE ENTREGA FRUSTRADAS INFORMADAS PELA TRANSPORTADORA
      * NO RASTREIO (OCORRENCIAS DO PROGC119 - OCOENREG),
      * COM DATA, ITEM E MOTIVO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENV-CHAVE
               FILE STATUS IS WRK-ENVIOS-STATUS.
           SELECT OCORRENCIAS ASSIGN TO "OCORENTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCE-CHAVE
               FILE STATUS IS WRK-OCORRENCIAS-ST.
           SELECT RELATORIO ASSIGN TO "RELATRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           COPY ITPEDREG.
       FD  ENVIOS.
           COPY ENVIOREG.
       FD  OCORRENCIAS.
           COPY OCOENREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-ITENS-PEDIDO-ST  PIC X(02) VALUE SPACES.
       77 WRK-ENVIOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OCORRENCIAS-ST   PIC X(02) VALUE SPACES.
       77 WRK-FIM-OCORRENCIAS  PIC X(01) VALUE 'N'.
           88 WRK-FIM-OCORRENCIAS-OK VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-FIM-ITENS        PIC X(01) VALUE 'N'.
       77 WRK-NOME-CLIENTE     PIC X(30) VALUE SPACES.
       77 WRK-QTD-PENDENTE     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB27' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT STATUS-PEDIDO.
           OPEN INPUT CLIENTE.
           OPEN INPUT ITENS-PEDIDO.
           OPEN INPUT ENVIOS.
           OPEN INPUT OCORRENCIAS.
           OPEN OUTPUT RELATORIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'RELATORIO DE ENTREGAS ATRASADAS' TO REL-LINHA.
           PERFORM PROCESSA-PEDIDO UNTIL WRK-FIM-ARQUIVO-OK.
           PERFORM IMPRIME-TOTAL.
           CLOSE RELATORIO.
           IF WRK-OCORRENCIAS-ST = '00'
               CLOSE OCORRENCIAS
           END-IF.
           IF WRK-ENVIOS-STATUS = '00'
               CLOSE ENVIOS
           END-IF.
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM LISTA-ITENS-PENDENTES.
           IF WRK-OCORRENCIAS-ST = '00'
               PERFORM LISTA-TENTATIVAS-FRUSTRADAS
           END-IF.

      *****************************************************
      * LISTA-ITENS-PENDENTES - PARA A NF ATRASADA, LISTA
           END-IF.
           PERFORM LER-ITEM-PEDIDO.

      *****************************************************
      * LISTA-TENTATIVAS-FRUSTRADAS - OCORRENCIAS DE
      * ENTREGA FRUSTRADA DA NF RECEBIDAS NO RASTREIO
      *****************************************************
       LISTA-TENTATIVAS-FRUSTRADAS.
           MOVE 'N' TO WRK-FIM-OCORRENCIAS.
           MOVE STP-NUM-PEDIDO TO OCE-NUM-PEDIDO.
           MOVE ZEROS TO OCE-SEQ.
           START OCORRENCIAS KEY >= OCE-CHAVE
               INVALID KEY
                   SET WRK-FIM-OCORRENCIAS-OK TO TRUE
           END-START.
           PERFORM LER-OCORRENCIA.
           PERFORM IMPRIME-OCORRENCIA UNTIL WRK-FIM-OCORRENCIAS-OK.

       LER-OCORRENCIA.
           IF NOT WRK-FIM-OCORRENCIAS-OK
               READ OCORRENCIAS NEXT
                   AT END
                       SET WRK-FIM-OCORRENCIAS-OK TO TRUE
                   NOT AT END
                       IF OCE-NUM-PEDIDO NOT = STP-NUM-PEDIDO
                           SET WRK-FIM-OCORRENCIAS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       IMPRIME-OCORRENCIA.
           IF OCE-INSUCESSO
               MOVE SPACES TO REL-LINHA
               STRING '   ENTREGA FRUSTRADA EM ' OCE-DATA-EVENTO
                      ' ITEM ' OCE-ITEM-SEQ
                      ' ' OCE-RECEBEDOR
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-OCORRENCIA.

       IMPRIME-TOTAL.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
