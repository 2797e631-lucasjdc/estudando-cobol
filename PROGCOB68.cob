      * PROGCOB69, ACABANDO COM O ACERTO DIRETO SOBRE O
      * ETQ-SALDO APONTADO PELA AUDITORIA
      * DATA 2026-09-02
      * 2026-10-15 LC  A CONTAGEM E FEITA POR DEPOSITO - O
      * DEPOSITO CONTADO E INFORMADO NO INICIO DA DIGITACAO E
      * FAZ PARTE DA CHAVE DA CONTAGEM
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONTAGEM ASSIGN TO "CONTAGEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTG-CHAVE
               FILE STATUS IS WRK-CONTAGEM-STATUS.
           SELECT PRODUTO-TAB ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTO-STATUS.
           SELECT DEPOSITO ASSIGN TO "DEPOSITO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOSITO-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           COPY CONTGREG.
       FD  PRODUTO-TAB.
           COPY PRODREG.
       FD  DEPOSITO.
           COPY DEPOSREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-CONTAGEM-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PRODUTO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO-ST      PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO         PIC 9(02) VALUE ZEROS.
       77 WRK-DEPOSITO-SW      PIC X(01) VALUE 'N'.
           88 WRK-DEPOSITO-VALIDO VALUE 'S'.
       77 WRK-DEPOSITO-OK-SW   PIC X(01) VALUE 'N'.
           88 WRK-DEPOSITO-OK VALUE 'S'.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-CTG-SW           PIC X(01) VALUE 'N'.
           88 WRK-CTG-EXISTE VALUE 'S'.
       77 WRK-QTD-DIGITADAS    PIC 9(05) VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB68' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O CONTAGEM.
           IF WRK-CONTAGEM-STATUS NOT = '00'
               CLOSE CONTAGEM
           DISPLAY 'DIGITACAO DA CONTAGEM DE INVENTARIO'.
           DISPLAY 'CONTADOR ' WRK-USUARIO ' DATA ' WRK-DATA-HOJE.
           DISPLAY '===================================='.
           OPEN INPUT DEPOSITO.
           DISPLAY 'DEPOSITO CONTADO.. '
           PERFORM CAPTURA-DEPOSITO-VALIDADO UNTIL WRK-DEPOSITO-OK.
           IF WRK-DEPOSITO-ST = '00'
               CLOSE DEPOSITO
           END-IF.
           PERFORM DIGITA-CONTAGEM UNTIL NOT WRK-MAIS-PRODUTOS.
           IF WRK-QTD-DIGITADAS > 0
               PERFORM GRAVA-AUDITORIA
               UNTIL WRK-QTD-CONTADA-VALIDA.
           MOVE 'N' TO WRK-CTG-SW.
           MOVE WRK-PROD-CODIGO TO CTG-PROD-CODIGO.
           MOVE WRK-DEPOSITO    TO CTG-DEPOSITO.
           READ CONTAGEM
               INVALID KEY
                   CONTINUE
                   SET WRK-CTG-EXISTE TO TRUE
           END-READ.
           MOVE WRK-PROD-CODIGO TO CTG-PROD-CODIGO.
           MOVE WRK-DEPOSITO    TO CTG-DEPOSITO.
           MOVE WRK-QTD-CONTADA TO CTG-QTD-CONTADA.
           MOVE WRK-DATA-HOJE   TO CTG-DATA.
           MOVE WRK-USUARIO     TO CTG-CONTADOR.
           END-IF.
           ADD 1 TO WRK-QTD-DIGITADAS.

      *****************************************************
      * CAPTURA-DEPOSITO-VALIDADO - O DEPOSITO PRECISA
      * ESTAR ATIVO NO CADASTRO (DEPOSREG); SEM O CADASTRO
      * SO E ACEITO O DEPOSITO 01
      *****************************************************
       CAPTURA-DEPOSITO-VALIDADO.
           MOVE 'N' TO WRK-DEPOSITO-SW.
           PERFORM CAPTURA-DEPOSITO UNTIL WRK-DEPOSITO-VALIDO.
           IF WRK-DEPOSITO-ST NOT = '00'
               IF WRK-DEPOSITO = 01
                   SET WRK-DEPOSITO-OK TO TRUE
               ELSE
                   DISPLAY 'SEM CADASTRO DE DEPOSITOS - USE O '
                           'DEPOSITO 01'
               END-IF
           ELSE
               MOVE WRK-DEPOSITO TO DEP-CODIGO
               READ DEPOSITO
                   INVALID KEY
                       DISPLAY 'DEPOSITO NAO CADASTRADO'
                   NOT INVALID KEY
                       IF DEP-INATIVO
                           DISPLAY 'DEPOSITO INATIVO'
                       ELSE
                           DISPLAY 'DEPOSITO.. ' DEP-NOME
                           SET WRK-DEPOSITO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           OPEN INPUT OPER-SESSAO.
           MOVE 'PROGCOB68' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'CONTAGEM PRODUTOS=' WRK-QTD-DIGITADAS
               ' DEP=' WRK-DEPOSITO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-QTD-CONTADA
               VALIDNUM-CAMPO     BY WRK-QTD-CONTADA
               VALIDNUM-CHAVE-SW  BY WRK-QTD-CONTADA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DEPOSITO
               VALIDNUM-CAMPO     BY WRK-DEPOSITO
               VALIDNUM-CHAVE-SW  BY WRK-DEPOSITO-SW.
