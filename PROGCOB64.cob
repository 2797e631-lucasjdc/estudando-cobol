      * E CADA ITEM E GRAVADO EM PEDCOMPR PARA O
      * RECEBIMENTO DO PROGCOB65 E O RELATORIO DO PROGCOB66
      * DATA 2026-09-02
      * 2026-10-15 LC  FORNECEDOR PASSA A SER INFORMADO PELO
      * CODIGO DO CADASTRO DE FORNECEDORES (FORNREG,
      * MANTIDO PELO PROGCOB98) - SO FORNECEDOR ATIVO E
      * ACEITO E O CODIGO E GRAVADO NOS ITENS DO PEDIDO
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTO-STATUS.
           SELECT FORNECEDORES ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FORNECEDORES-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           COPY PCCTLREG.
       FD  PRODUTO-TAB.
           COPY PRODREG.
       FD  FORNECEDORES.
           COPY FORNREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-FORNECEDORES-ST  PIC X(02) VALUE SPACES.
       77 WRK-FOR-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-FOR-CODIGO-SW    PIC X(01) VALUE 'N'.
           88 WRK-FOR-CODIGO-VALIDO VALUE 'S'.
       77 WRK-FORNECEDOR-SW    PIC X(01) VALUE 'N'.
           88 WRK-FORNECEDOR-OK VALUE 'S'.
       77 WRK-NUM-COMPRA       PIC 9(08) VALUE ZEROS.
       77 WRK-ITEM-SEQ         PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-CODIGO      PIC 9(06) VALUE ZEROS.
       77 WRK-CONTINUA         PIC X(01) VALUE 'S'.
           88 WRK-MAIS-ITENS VALUE 'S'.
       77 WRK-MAX-ITENS        PIC 9(02) VALUE 20.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB64' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O PEDIDOS-COMPRA.
           IF WRK-PEDIDOS-COMPRA-ST NOT = '00'
               CLOSE PEDIDOS-COMPRA
               OPEN I-O PC-CONTROLE
           END-IF.
           OPEN INPUT PRODUTO-TAB.
           OPEN INPUT FORNECEDORES.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           PERFORM VALIDA-FORNECEDOR.
           IF NOT WRK-FORNECEDOR-OK
               DISPLAY 'PEDIDO NAO GERADO'
           ELSE
               PERFORM GERA-NUMERO-COMPRA
               PERFORM CAPTURA-ITEM-COMPRA
               END-IF
           END-IF.

           CLOSE FORNECEDORES.
           CLOSE PRODUTO-TAB.
           CLOSE PC-CONTROLE.
           CLOSE PEDIDOS-COMPRA.
           GOBACK.

      *****************************************************
      * VALIDA-FORNECEDOR - O CODIGO PRECISA EXISTIR NO
      * CADASTRO DE FORNECEDORES E ESTAR ATIVO
      *****************************************************
       VALIDA-FORNECEDOR.
           DISPLAY 'CODIGO DO FORNECEDOR.. '
           PERFORM CAPTURA-FOR-CODIGO UNTIL WRK-FOR-CODIGO-VALIDO.
           MOVE 'N' TO WRK-FORNECEDOR-SW.
           IF WRK-FORNECEDORES-ST NOT = '00'
               DISPLAY 'CADASTRO DE FORNECEDORES INDISPONIVEL'
           ELSE
               MOVE WRK-FOR-CODIGO TO FOR-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO CADASTRADO'
                   NOT INVALID KEY
                       IF FOR-INATIVO
                           DISPLAY 'FORNECEDOR INATIVO'
                       ELSE
                           DISPLAY 'FORNECEDOR.. ' FOR-RAZAO-SOCIAL
                           SET WRK-FORNECEDOR-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       CAPTURA-ITEM-COMPRA.
           MOVE 'N' TO WRK-ITEM-SW.
           PERFORM CAPTURA-PRODUTO-VALIDADO UNTIL WRK-ITEM-OK.
           ADD 1 TO WRK-ITEM-SEQ.
           MOVE WRK-NUM-COMPRA   TO PCP-NUMERO.
           MOVE WRK-ITEM-SEQ     TO PCP-ITEM-SEQ.
           MOVE WRK-FOR-CODIGO   TO PCP-FOR-CODIGO.
           MOVE WRK-PROD-CODIGO  TO PCP-PROD-CODIGO.
           MOVE WRK-QUANTIDADE   TO PCP-QTD-PEDIDA.
           MOVE ZEROS            TO PCP-QTD-RECEBIDA.
           MOVE ZEROS            TO PCP-QTD-FATURADA.
           MOVE WRK-DATA-HOJE    TO PCP-DATA-EMISSAO.
           MOVE WRK-DATA-PREVISTA TO PCP-DATA-PREVISTA.
           SET PCP-ABERTO        TO TRUE.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'COMPRA NUM=' WRK-NUM-COMPRA
               ' ITENS=' WRK-ITEM-SEQ
               ' FORN=' WRK-FOR-CODIGO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-FOR-CODIGO
               VALIDNUM-CAMPO     BY WRK-FOR-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-FOR-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PROD-CODIGO
               VALIDNUM-CAMPO     BY WRK-PROD-CODIGO
