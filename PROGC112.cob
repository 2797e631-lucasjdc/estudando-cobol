       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC112.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DA TABELA DE CONDICOES DE
      * PAGAMENTO (INCLUSAO, ALTERACAO, INATIVACAO E
      * REATIVACAO) - DESCRICAO, QUANTIDADE DE PARCELAS E,
      * POR PARCELA, OS DIAS A PARTIR DA EMISSAO DA NF E O
      * PERCENTUAL DO VALOR; A CONDICAO SO E GRAVADA COM OS
      * DIAS EM ORDEM CRESCENTE E OS PERCENTUAIS SOMANDO
      * 100%. O CLIENTE (PROGCOB16) E O PEDIDO (PROGCOB09)
      * SO ACEITAM CONDICAO ATIVA DESTA TABELA
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
           SELECT COND-PAGTO ASSIGN TO "CONDPAGT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDP-CODIGO
               FILE STATUS IS WRK-COND-PAGTO-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COND-PAGTO.
           COPY CONDPREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-COND-PAGTO-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-CDP-CODIGO PIC 9(02) VALUE ZEROS.
       77 WRK-CDP-CODIGO-SW PIC X(01) VALUE 'N'.
           88 WRK-CDP-CODIGO-VALIDO VALUE 'S'.
       77 WRK-CDP-SW     PIC X(01) VALUE 'N'.
           88 WRK-CDP-ENCONTRADA VALUE 'S'.
       77 WRK-DESCRICAO  PIC X(20) VALUE SPACES.
       77 WRK-QTD-PARCELAS PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-PARCELAS-SW PIC X(01) VALUE 'N'.
           88 WRK-QTD-PARCELAS-VALIDA VALUE 'S'.
       77 WRK-DIAS       PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-SW    PIC X(01) VALUE 'N'.
           88 WRK-DIAS-VALIDO VALUE 'S'.
       77 WRK-PERCENTUAL PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL-SW PIC X(01) VALUE 'N'.
           88 WRK-PERCENTUAL-VALIDO VALUE 'S'.
       77 WRK-IDX-PARC   PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIAS-ANTERIOR PIC 9(03) VALUE ZEROS.
       77 WRK-SOMA-PERCENTUAL PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CONDICAO-SW PIC X(01) VALUE 'N'.
           88 WRK-CONDICAO-OK VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       01 WRK-PARCELAS.
           02 WRK-PARCELA OCCURS 12 TIMES.
               03 WRK-PARC-DIAS       PIC 9(03).
               03 WRK-PARC-PERCENTUAL PIC 9(03)V99.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC112' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O COND-PAGTO.
           IF WRK-COND-PAGTO-ST NOT = '00'
               CLOSE COND-PAGTO
               OPEN OUTPUT COND-PAGTO
               CLOSE COND-PAGTO
               OPEN I-O COND-PAGTO
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'MANUTENCAO DAS CONDICOES DE PAGAMENTO'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-INATIVAR'.
           DISPLAY '4-REATIVAR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE COND-PAGTO
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DA CONDICAO.. '.
           PERFORM CAPTURA-CDP-CODIGO UNTIL WRK-CDP-CODIGO-VALIDO.
           MOVE WRK-CDP-CODIGO TO CDP-CODIGO.
           READ COND-PAGTO
               INVALID KEY
                   MOVE 'N' TO WRK-CDP-SW
               NOT INVALID KEY
                   SET WRK-CDP-ENCONTRADA TO TRUE
           END-READ.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-CONDICAO
               WHEN 2
                   PERFORM ALTERA-CONDICAO
               WHEN 3
                   PERFORM INATIVA-CONDICAO
               WHEN 4
                   PERFORM REATIVA-CONDICAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           CLOSE COND-PAGTO.
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

       INCLUI-CONDICAO.
           IF WRK-CDP-CODIGO = ZEROS
               DISPLAY 'CODIGO ZERO NAO PERMITIDO'
           ELSE
               IF WRK-CDP-ENCONTRADA
                   DISPLAY 'CONDICAO JA CADASTRADA'
               ELSE
                   PERFORM CAPTURA-DADOS-CONDICAO
                   MOVE SPACES TO CDP-REGISTRO
                   MOVE WRK-CDP-CODIGO    TO CDP-CODIGO
                   PERFORM MOVE-DADOS-CONDICAO
                   SET CDP-ATIVA          TO TRUE
                   WRITE CDP-REGISTRO
                   DISPLAY 'CONDICAO INCLUIDA'
                   MOVE 'INCLUSAO' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       ALTERA-CONDICAO.
           IF NOT WRK-CDP-ENCONTRADA
               PERFORM CONDICAO-NAO-CADASTRADA
           ELSE
               DISPLAY 'CONDICAO.. ' CDP-DESCRICAO
               PERFORM CAPTURA-DADOS-CONDICAO
               PERFORM MOVE-DADOS-CONDICAO
               REWRITE CDP-REGISTRO
               DISPLAY 'CONDICAO ALTERADA'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       INATIVA-CONDICAO.
           IF NOT WRK-CDP-ENCONTRADA
               PERFORM CONDICAO-NAO-CADASTRADA
           ELSE
               SET CDP-INATIVA TO TRUE
               REWRITE CDP-REGISTRO
               DISPLAY 'CONDICAO INATIVADA'
               MOVE 'INATIVACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       REATIVA-CONDICAO.
           IF NOT WRK-CDP-ENCONTRADA
               PERFORM CONDICAO-NAO-CADASTRADA
           ELSE
               SET CDP-ATIVA TO TRUE
               REWRITE CDP-REGISTRO
               DISPLAY 'CONDICAO REATIVADA'
               MOVE 'REATIVACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * MOVE-DADOS-CONDICAO - PARCELAS ALEM DA QUANTIDADE
      * INFORMADA FICAM ZERADAS NO REGISTRO
      *****************************************************
       MOVE-DADOS-CONDICAO.
           MOVE WRK-DESCRICAO    TO CDP-DESCRICAO.
           MOVE WRK-QTD-PARCELAS TO CDP-QTD-PARCELAS.
           PERFORM MOVE-UMA-PARCELA
               VARYING WRK-IDX-PARC FROM 1 BY 1
               UNTIL WRK-IDX-PARC > 12.

       MOVE-UMA-PARCELA.
           IF WRK-IDX-PARC > WRK-QTD-PARCELAS
               MOVE ZEROS TO CDP-DIAS (WRK-IDX-PARC)
               MOVE ZEROS TO CDP-PERCENTUAL (WRK-IDX-PARC)
           ELSE
               MOVE WRK-PARC-DIAS (WRK-IDX-PARC)
                   TO CDP-DIAS (WRK-IDX-PARC)
               MOVE WRK-PARC-PERCENTUAL (WRK-IDX-PARC)
                   TO CDP-PERCENTUAL (WRK-IDX-PARC)
           END-IF.

       CAPTURA-DADOS-CONDICAO.
           DISPLAY 'DESCRICAO............. '.
           ACCEPT WRK-DESCRICAO.
           MOVE 'N' TO WRK-CONDICAO-SW.
           PERFORM CAPTURA-PARCELAS-CRITICADAS UNTIL WRK-CONDICAO-OK.

      *****************************************************
      * CAPTURA-PARCELAS-CRITICADAS - REPETE A DIGITACAO
      * DAS PARCELAS ATE QUE OS DIAS ESTEJAM EM ORDEM
      * CRESCENTE E OS PERCENTUAIS SOMEM EXATAMENTE 100%
      *****************************************************
       CAPTURA-PARCELAS-CRITICADAS.
           DISPLAY 'QUANTIDADE DE PARCELAS (01 A 12) '.
           MOVE 'N' TO WRK-QTD-PARCELAS-SW.
           PERFORM CAPTURA-QTD-PARCELAS
               UNTIL WRK-QTD-PARCELAS-VALIDA.
           IF WRK-QTD-PARCELAS = ZEROS OR WRK-QTD-PARCELAS > 12
               DISPLAY 'QUANTIDADE DE PARCELAS INVALIDA'
           ELSE
               SET WRK-CONDICAO-OK TO TRUE
               MOVE ZEROS TO WRK-DIAS-ANTERIOR
               MOVE ZEROS TO WRK-SOMA-PERCENTUAL
               PERFORM CAPTURA-UMA-PARCELA
                   VARYING WRK-IDX-PARC FROM 1 BY 1
                   UNTIL WRK-IDX-PARC > WRK-QTD-PARCELAS
               IF WRK-SOMA-PERCENTUAL NOT = 100
                   DISPLAY 'SOMA DOS PERCENTUAIS DIFERENTE DE 100 - '
                           WRK-SOMA-PERCENTUAL
                   MOVE 'N' TO WRK-CONDICAO-SW
               END-IF
           END-IF.

       CAPTURA-UMA-PARCELA.
           DISPLAY 'PARCELA ' WRK-IDX-PARC ' - DIAS APOS A EMISSAO '.
           MOVE 'N' TO WRK-DIAS-SW.
           PERFORM CAPTURA-DIAS UNTIL WRK-DIAS-VALIDO.
           DISPLAY 'PARCELA ' WRK-IDX-PARC ' - PERCENTUAL '.
           MOVE 'N' TO WRK-PERCENTUAL-SW.
           PERFORM CAPTURA-PERCENTUAL UNTIL WRK-PERCENTUAL-VALIDO.
           IF WRK-IDX-PARC > 1 AND WRK-DIAS NOT > WRK-DIAS-ANTERIOR
               DISPLAY 'DIAS DA PARCELA DEVEM SER MAIORES QUE OS '
                       'DA ANTERIOR'
               MOVE 'N' TO WRK-CONDICAO-SW
           END-IF.
           IF WRK-PERCENTUAL = ZEROS
               DISPLAY 'PERCENTUAL DA PARCELA NAO PODE SER ZERO'
               MOVE 'N' TO WRK-CONDICAO-SW
           END-IF.
           MOVE WRK-DIAS       TO WRK-PARC-DIAS (WRK-IDX-PARC).
           MOVE WRK-PERCENTUAL TO WRK-PARC-PERCENTUAL (WRK-IDX-PARC).
           MOVE WRK-DIAS       TO WRK-DIAS-ANTERIOR.
           ADD WRK-PERCENTUAL  TO WRK-SOMA-PERCENTUAL.

       CONDICAO-NAO-CADASTRADA.
           DISPLAY 'CONDICAO NAO CADASTRADA'.

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
           MOVE 'PROGC112' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING WRK-DETALHE ' CONDICAO=' WRK-CDP-CODIGO
               ' PARCELAS=' CDP-QTD-PARCELAS
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
               VALIDNUM-PARAGRAFO BY CAPTURA-CDP-CODIGO
               VALIDNUM-CAMPO     BY WRK-CDP-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-CDP-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-QTD-PARCELAS
               VALIDNUM-CAMPO     BY WRK-QTD-PARCELAS
               VALIDNUM-CHAVE-SW  BY WRK-QTD-PARCELAS-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DIAS
               VALIDNUM-CAMPO     BY WRK-DIAS
               VALIDNUM-CHAVE-SW  BY WRK-DIAS-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PERCENTUAL
               VALIDNUM-CAMPO     BY WRK-PERCENTUAL
               VALIDNUM-CHAVE-SW  BY WRK-PERCENTUAL-SW.
