       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC111.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: ACEITE DAS PROPOSTAS DE REPOSICAO GERADAS
      * PELA ANALISE MENSAL DE DEMANDA DO PROGC110 (REPPROP)
      * 1 - REVISAO UMA A UMA DAS PROPOSTAS PENDENTES:
      *     ACEITAR, REJEITAR OU DEIXAR PENDENTE
      * 2 - ACEITE DE TODAS AS PENDENTES DE UMA CLASSE ABC
      *     (OU DE TODAS, INFORMANDO T)
      * A PROPOSTA ACEITA GRAVA NO ESTOQUE DO DEPOSITO O
      * NOVO MINIMO E A QUANTIDADE DE REPOSICAO, NO PRODUTO
      * A CLASSE ABC, E GERA UM REGISTRO NA TRILHA DE
      * AUDITORIA
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
           SELECT PROPOSTAS ASSIGN TO "REPPROP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPP-CHAVE
               FILE STATUS IS WRK-PROPOSTAS-ST.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT PRODUTOS ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTOS-STATUS.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSTAS.
           COPY REPPRREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  PRODUTOS.
           COPY PRODREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-PROPOSTAS-ST     PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-PRODUTOS-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-DECISAO          PIC X(01) VALUE SPACES.
           88 WRK-DECISAO-ACEITA   VALUE 'A'.
           88 WRK-DECISAO-REJEITA  VALUE 'R'.
           88 WRK-DECISAO-PULA     VALUE 'P'.
           88 WRK-DECISAO-FIM      VALUE 'F'.
           88 WRK-DECISAO-VALIDA   VALUE 'A' 'R' 'P' 'F'.
       77 WRK-CLASSE           PIC X(01) VALUE SPACES.
           88 WRK-CLASSE-VALIDA VALUE 'A' 'B' 'C' 'T'.
           88 WRK-CLASSE-TODAS  VALUE 'T'.
       77 WRK-QTD-ACEITAS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.
       77 WRK-MINIMO-ANTERIOR  PIC 9(06) VALUE ZEROS.
       77 WRK-DEMANDA-ED       PIC ZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-DESVIO-ED        PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED-2         PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-CONTA-ED         PIC ZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC111' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O PROPOSTAS.
           IF WRK-PROPOSTAS-ST NOT = '00'
               DISPLAY 'SEM PROPOSTAS DE REPOSICAO - RODE A ANALISE '
                       'MENSAL (PROGC110)'
               CLOSE PROPOSTAS
               GOBACK
           END-IF.
           OPEN I-O ESTOQUE.
           OPEN I-O PRODUTOS.
           DISPLAY '===================================='.
           DISPLAY 'ACEITE DAS PROPOSTAS DE REPOSICAO'.
           DISPLAY '1-REVISAR UMA A UMA'.
           DISPLAY '2-ACEITAR TODAS AS PENDENTES DA CLASSE'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE PROPOSTAS
               CLOSE ESTOQUE
               CLOSE PRODUTOS
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM REVISA-PROPOSTAS
               WHEN 2
                   PERFORM ACEITA-CLASSE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           MOVE WRK-QTD-ACEITAS TO WRK-CONTA-ED.
           DISPLAY 'PROPOSTAS ACEITAS..... ' WRK-CONTA-ED.
           MOVE WRK-QTD-REJEITADAS TO WRK-CONTA-ED.
           DISPLAY 'PROPOSTAS REJEITADAS.. ' WRK-CONTA-ED.
           MOVE WRK-QTD-PENDENTES TO WRK-CONTA-ED.
           DISPLAY 'MANTIDAS PENDENTES.... ' WRK-CONTA-ED.
           CLOSE PRODUTOS.
           CLOSE ESTOQUE.
           CLOSE PROPOSTAS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1 WHEN 2
                   SET ACE-APROVAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       POSICIONA-PROPOSTAS.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO RPP-PROD-CODIGO.
           MOVE ZEROS TO RPP-DEPOSITO.
           START PROPOSTAS KEY >= RPP-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.

       LER-PROPOSTA.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ PROPOSTAS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

      *****************************************************
      * REVISA-PROPOSTAS - MOSTRA CADA PROPOSTA PENDENTE COM
      * OS VALORES ATUAIS E PROPOSTOS; F ENCERRA A REVISAO
      * DEIXANDO AS RESTANTES PENDENTES
      *****************************************************
       REVISA-PROPOSTAS.
           PERFORM POSICIONA-PROPOSTAS.
           PERFORM LER-PROPOSTA.
           PERFORM REVISA-UMA-PROPOSTA UNTIL WRK-FIM-ARQUIVO-OK.

       REVISA-UMA-PROPOSTA.
           IF RPP-PENDENTE
               PERFORM MOSTRA-PROPOSTA
               MOVE SPACES TO WRK-DECISAO
               PERFORM CAPTURA-DECISAO UNTIL WRK-DECISAO-VALIDA
               EVALUATE TRUE
                   WHEN WRK-DECISAO-ACEITA
                       PERFORM ACEITA-PROPOSTA
                   WHEN WRK-DECISAO-REJEITA
                       PERFORM REJEITA-PROPOSTA
                   WHEN WRK-DECISAO-PULA
                       ADD 1 TO WRK-QTD-PENDENTES
                   WHEN WRK-DECISAO-FIM
                       ADD 1 TO WRK-QTD-PENDENTES
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-EVALUATE
           END-IF.
           PERFORM LER-PROPOSTA.

       MOSTRA-PROPOSTA.
           DISPLAY '------------------------------------'.
           MOVE RPP-PROD-CODIGO TO PRD-CODIGO.
           READ PRODUTOS
               INVALID KEY
                   MOVE 'PRODUTO SEM CADASTRO' TO PRD-DESCRICAO
           END-READ.
           DISPLAY 'PRODUTO ' RPP-PROD-CODIGO ' ' PRD-DESCRICAO
                   ' DEP ' RPP-DEPOSITO
                   ' CLASSE ' RPP-CLASSE-ABC.
           MOVE RPP-DEMANDA-DIA TO WRK-DEMANDA-ED.
           MOVE RPP-DESVIO-MES  TO WRK-DESVIO-ED.
           DISPLAY 'DEMANDA DIARIA ' WRK-DEMANDA-ED
                   ' DESVIO MENSAL ' WRK-DESVIO-ED
                   ' PRAZO ' RPP-PRAZO-ENTREGA.
           MOVE RPP-MINIMO-ATUAL    TO WRK-QTD-ED.
           MOVE RPP-MINIMO-PROPOSTO TO WRK-QTD-ED-2.
           DISPLAY 'MINIMO..... ATUAL ' WRK-QTD-ED
                   ' PROPOSTO ' WRK-QTD-ED-2.
           MOVE RPP-REPOS-ATUAL     TO WRK-QTD-ED.
           MOVE RPP-REPOS-PROPOSTA  TO WRK-QTD-ED-2.
           DISPLAY 'REPOSICAO.. ATUAL ' WRK-QTD-ED
                   ' PROPOSTA ' WRK-QTD-ED-2.

       CAPTURA-DECISAO.
           DISPLAY 'A-ACEITAR R-REJEITAR P-PENDENTE F-FIM.. '.
           ACCEPT WRK-DECISAO.
           IF NOT WRK-DECISAO-VALIDA
               DISPLAY 'DIGITE A, R, P OU F'
           END-IF.

      *****************************************************
      * ACEITA-CLASSE - ACEITE EM BLOCO DAS PENDENTES DA
      * CLASSE INFORMADA (T = TODAS AS CLASSES)
      *****************************************************
       ACEITA-CLASSE.
           PERFORM CAPTURA-CLASSE UNTIL WRK-CLASSE-VALIDA.
           PERFORM POSICIONA-PROPOSTAS.
           PERFORM LER-PROPOSTA.
           PERFORM ACEITA-PROPOSTA-CLASSE UNTIL WRK-FIM-ARQUIVO-OK.

       CAPTURA-CLASSE.
           DISPLAY 'CLASSE A, B, C OU T (TODAS).. '.
           ACCEPT WRK-CLASSE.
           IF NOT WRK-CLASSE-VALIDA
               DISPLAY 'DIGITE A, B, C OU T'
           END-IF.

       ACEITA-PROPOSTA-CLASSE.
           IF RPP-PENDENTE
              AND (WRK-CLASSE-TODAS OR RPP-CLASSE-ABC = WRK-CLASSE)
               PERFORM ACEITA-PROPOSTA
           END-IF.
           PERFORM LER-PROPOSTA.

      *****************************************************
      * ACEITA-PROPOSTA - GRAVA MINIMO E REPOSICAO NO
      * ESTOQUE DO DEPOSITO E A CLASSE NO PRODUTO; SEM O
      * REGISTRO DE ESTOQUE A PROPOSTA CONTINUA PENDENTE
      *****************************************************
       ACEITA-PROPOSTA.
           MOVE RPP-CHAVE TO ETQ-CHAVE.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY 'PRODUTO ' RPP-PROD-CODIGO ' SEM ESTOQUE'
                           ' NO DEPOSITO ' RPP-DEPOSITO
                           ' - PROPOSTA MANTIDA PENDENTE'
                   ADD 1 TO WRK-QTD-PENDENTES
               NOT INVALID KEY
                   MOVE ETQ-MINIMO TO WRK-MINIMO-ANTERIOR
                   MOVE RPP-MINIMO-PROPOSTO TO ETQ-MINIMO
                   MOVE RPP-REPOS-PROPOSTA  TO ETQ-QTD-REPOSICAO
                   REWRITE ETQ-REGISTRO
                   PERFORM GRAVA-CLASSE-PRODUTO
                   SET RPP-ACEITA TO TRUE
                   REWRITE RPP-REGISTRO
                   ADD 1 TO WRK-QTD-ACEITAS
                   PERFORM GRAVA-AUDITORIA
           END-READ.

       GRAVA-CLASSE-PRODUTO.
           MOVE RPP-PROD-CODIGO TO PRD-CODIGO.
           READ PRODUTOS
               NOT INVALID KEY
                   MOVE RPP-CLASSE-ABC TO PRD-CLASSE-ABC
                   REWRITE PRD-REGISTRO
           END-READ.

       REJEITA-PROPOSTA.
           SET RPP-REJEITADA TO TRUE.
           REWRITE RPP-REGISTRO.
           ADD 1 TO WRK-QTD-REJEITADAS.

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
           MOVE 'PROGC111' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'REPOSICAO PRD=' RPP-PROD-CODIGO
               ' DEP=' RPP-DEPOSITO
               ' MIN=' WRK-MINIMO-ANTERIOR '>' RPP-MINIMO-PROPOSTO
               ' REP=' RPP-REPOS-PROPOSTA
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.
