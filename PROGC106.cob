       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC106.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE DEPOSITOS
      * (INCLUSAO, ALTERACAO, INATIVACAO E REATIVACAO) -
      * NOME E AS ZONAS DE ENTREGA POR CEP QUE O DEPOSITO
      * ATENDE (CODIGOS 1 A 5 DA TABELA DE ZONAS DO
      * PROGCOB09); A BAIXA DO PEDIDO SAI DO DEPOSITO ATIVO
      * QUE ATENDE A ZONA DO CLIENTE E A TRANSFERENCIA
      * ENTRE DEPOSITOS (PROGC107) SO ACEITA DEPOSITO ATIVO
      * DATA 2026-10-15
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSITO ASSIGN TO "DEPOSITO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOSITO-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSITO.
           COPY DEPOSREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-DEPOSITO-ST      PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-DEP-CODIGO PIC 9(02) VALUE ZEROS.
       77 WRK-DEP-CODIGO-SW PIC X(01) VALUE 'N'.
           88 WRK-DEP-CODIGO-VALIDO VALUE 'S'.
       77 WRK-DEP-SW     PIC X(01) VALUE 'N'.
           88 WRK-DEP-ENCONTRADO VALUE 'S'.
       77 WRK-NOME       PIC X(30) VALUE SPACES.
       77 WRK-ZONAS      PIC X(05) VALUE SPACES.
       77 WRK-ZONAS-SW   PIC X(01) VALUE 'N'.
           88 WRK-ZONAS-VALIDAS VALUE 'S'.
       77 WRK-QTD-ZONAS  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-BRANCOS PIC 9(02) VALUE ZEROS.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC106' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O DEPOSITO.
           IF WRK-DEPOSITO-ST NOT = '00'
               CLOSE DEPOSITO
               OPEN OUTPUT DEPOSITO
               CLOSE DEPOSITO
               OPEN I-O DEPOSITO
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'MANUTENCAO DO CADASTRO DE DEPOSITOS'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-INATIVAR'.
           DISPLAY '4-REATIVAR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE DEPOSITO
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DO DEPOSITO.. '.
           PERFORM CAPTURA-DEP-CODIGO UNTIL WRK-DEP-CODIGO-VALIDO.
           MOVE WRK-DEP-CODIGO TO DEP-CODIGO.
           READ DEPOSITO
               INVALID KEY
                   MOVE 'N' TO WRK-DEP-SW
               NOT INVALID KEY
                   SET WRK-DEP-ENCONTRADO TO TRUE
           END-READ.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-DEPOSITO
               WHEN 2
                   PERFORM ALTERA-DEPOSITO
               WHEN 3
                   PERFORM INATIVA-DEPOSITO
               WHEN 4
                   PERFORM REATIVA-DEPOSITO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           CLOSE DEPOSITO.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2 WHEN 4
                   SET ACE-ALTERAR TO TRUE
               WHEN 3
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       INCLUI-DEPOSITO.
           IF WRK-DEP-CODIGO = ZEROS
               DISPLAY 'CODIGO ZERO NAO PERMITIDO'
           ELSE
               IF WRK-DEP-ENCONTRADO
                   DISPLAY 'DEPOSITO JA CADASTRADO'
               ELSE
                   PERFORM CAPTURA-DADOS-DEPOSITO
                   MOVE SPACES TO DEP-REGISTRO
                   MOVE WRK-DEP-CODIGO TO DEP-CODIGO
                   PERFORM MOVE-DADOS-DEPOSITO
                   SET DEP-ATIVO       TO TRUE
                   WRITE DEP-REGISTRO
                   DISPLAY 'DEPOSITO INCLUIDO'
                   MOVE 'INCLUSAO' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       ALTERA-DEPOSITO.
           IF NOT WRK-DEP-ENCONTRADO
               PERFORM DEPOSITO-NAO-CADASTRADO
           ELSE
               DISPLAY 'DEPOSITO.. ' DEP-NOME
               DISPLAY 'ZONAS ATUAIS.. ' DEP-ZONAS
               PERFORM CAPTURA-DADOS-DEPOSITO
               PERFORM MOVE-DADOS-DEPOSITO
               REWRITE DEP-REGISTRO
               DISPLAY 'DEPOSITO ALTERADO'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       INATIVA-DEPOSITO.
           IF NOT WRK-DEP-ENCONTRADO
               PERFORM DEPOSITO-NAO-CADASTRADO
           ELSE
               SET DEP-INATIVO TO TRUE
               REWRITE DEP-REGISTRO
               DISPLAY 'DEPOSITO INATIVADO'
               MOVE 'INATIVACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       REATIVA-DEPOSITO.
           IF NOT WRK-DEP-ENCONTRADO
               PERFORM DEPOSITO-NAO-CADASTRADO
           ELSE
               SET DEP-ATIVO TO TRUE
               REWRITE DEP-REGISTRO
               DISPLAY 'DEPOSITO REATIVADO'
               MOVE 'REATIVACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       MOVE-DADOS-DEPOSITO.
           MOVE WRK-NOME  TO DEP-NOME.
           MOVE WRK-ZONAS TO DEP-ZONAS.

       CAPTURA-DADOS-DEPOSITO.
           DISPLAY 'NOME DO DEPOSITO...... '.
           ACCEPT WRK-NOME.
           DISPLAY 'ZONAS ATENDIDAS (EX. 12 PARA AS ZONAS 1 E 2).. '.
           MOVE 'N' TO WRK-ZONAS-SW.
           PERFORM CAPTURA-ZONAS UNTIL WRK-ZONAS-VALIDAS.

      *****************************************************
      * CAPTURA-ZONAS - ACEITA DE UM A CINCO CODIGOS DE
      * ZONA, CADA UM DE 1 A 5; QUALQUER OUTRO CARACTER
      * QUE NAO SEJA BRANCO RECUSA A DIGITACAO
      *****************************************************
       CAPTURA-ZONAS.
           ACCEPT WRK-ZONAS.
           MOVE ZEROS TO WRK-QTD-ZONAS.
           MOVE ZEROS TO WRK-QTD-BRANCOS.
           INSPECT WRK-ZONAS TALLYING
               WRK-QTD-ZONAS FOR ALL '1' ALL '2' ALL '3'
                                 ALL '4' ALL '5'
               WRK-QTD-BRANCOS FOR ALL SPACE.
           IF WRK-QTD-ZONAS = 0
               DISPLAY 'INFORME AO MENOS UMA ZONA (1 A 5)'
           ELSE
               IF WRK-QTD-ZONAS + WRK-QTD-BRANCOS NOT = 5
                   DISPLAY 'ZONA INVALIDA - USE OS CODIGOS 1 A 5'
               ELSE
                   SET WRK-ZONAS-VALIDAS TO TRUE
               END-IF
           END-IF.

       DEPOSITO-NAO-CADASTRADO.
           DISPLAY 'DEPOSITO NAO CADASTRADO'.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           OPEN INPUT OPER-SESSAO.
           IF WRK-OPER-SESSAO-ST = '00'
               READ OPER-SESSAO
                   NOT AT END
                       MOVE SES-USUARIO TO WRK-USUARIO
               END-READ
               CLOSE OPER-SESSAO
           END-IF.

       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC106' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING WRK-DETALHE ' DEPOSITO=' WRK-DEP-CODIGO
               ' ZONAS=' DEP-ZONAS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DEP-CODIGO
               VALIDNUM-CAMPO     BY WRK-DEP-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-DEP-CODIGO-SW.
