      * DE PRECO FUTURO COM DATA DE VIGENCIA (PRFUTREG),
      * EFETIVADO PELA VIRADA DO PROGCOB72 E CONSULTADO
      * PELA ENTRADA DE PEDIDOS DO PROGCOB09
      * 2026-10-15 LC  MOVIMENTO DO KARDEX VALORIZADO AO
      * CUSTO MEDIO DO ESTOQUE (KDX-CUSTO-UNIT E
      * KDX-CUSTO-MEDIO)
      * 2026-10-15 LC  O AJUSTE DE SALDO E MINIMO PASSA A SER
      * POR DEPOSITO - O OPERADOR INFORMA O DEPOSITO (ATIVO
      * NO CADASTRO DEPOSREG) E O KARDEX GRAVA O DEPOSITO DO
      * MOVIMENTO
      * 2026-10-15 LC  INCLUSAO E ALTERACAO INFORMAM SE O
      * PRODUTO TEM CONTROLE DE LOTE E VALIDADE
      * (PRD-CONTROLE-LOTE); O AJUSTE DE SALDO MEXE SO NO
      * SALDO SEM LOTE E O KARDEX GRAVA O LOTE EM BRANCO
      * 2026-10-15 LC  REGISTRO DE ESTOQUE NOVO NASCE COM
      * RESERVA DE ORCAMENTO ZERADA
      * 2026-10-15 LC  ESTOQUE CRIADO COM QUANTIDADE DE
      * REPOSICAO ZERO (ETQ-QTD-REPOSICAO)
      * 2026-10-15 LC  PRODUTO INCLUIDO SEM CLASSE ABC
      * (PRD-CLASSE-ABC EM BRANCO)
      * 2026-10-15 LC  INCLUSAO E ALTERACAO INFORMAM O NCM DO
      * PRODUTO (PRD-NCM), QUE PRECISA ESTAR NA TABELA DE
      * TRIBUTACAO (TRIBNCM); ZERO = REGRA PADRAO DA TABELA
      * 2026-10-15 LC  OPCAO 6 - COMPOSICAO DE KIT: O PRODUTO
      * VENDIDO COMO KIT RECEBE SEUS COMPONENTES E A
      * QUANTIDADE DE CADA UM POR KIT (KITREG); COMPONENTE
      * PRECISA SER PRODUTO ATIVO E NAO PODE SER OUTRO KIT
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT DEPOSITO ASSIGN TO "DEPOSITO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-CODIGO
               FILE STATUS IS WRK-DEPOSITO-ST.
           SELECT TRIB-NCM ASSIGN TO "TRIBNCM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NCM-CODIGO
               FILE STATUS IS WRK-TRIB-NCM-ST.
           SELECT KARDEX ASSIGN TO "KARDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CHAVE
               FILE STATUS IS WRK-PRECO-FUTURO-ST.
           SELECT KIT-ESTRUTURA ASSIGN TO "KITESTRU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-KIT-ESTRU-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           COPY PRODREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  DEPOSITO.
           COPY DEPOSREG.
       FD  TRIB-NCM.
           COPY NCMTREG.
       FD  KARDEX.
           COPY KARDXREG.
       FD  PRECO-HIST.
           COPY PRHISREG.
       FD  PRECO-FUTURO.
           COPY PRFUTREG.
       FD  KIT-ESTRUTURA.
           COPY KITREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
       WORKING-STORAGE SECTION.
       77 WRK-PRODUTO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO-ST      PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO         PIC 9(02) VALUE ZEROS.
       77 WRK-DEPOSITO-SW      PIC X(01) VALUE 'N'.
           88 WRK-DEPOSITO-VALIDO VALUE 'S'.
       77 WRK-DEPOSITO-OK-SW   PIC X(01) VALUE 'N'.
           88 WRK-DEPOSITO-OK VALUE 'S'.
       77 WRK-TRIB-NCM-ST      PIC X(02) VALUE SPACES.
       77 WRK-NCM              PIC 9(08) VALUE ZEROS.
       77 WRK-NCM-SW           PIC X(01) VALUE 'N'.
           88 WRK-NCM-VALIDO VALUE 'S'.
       77 WRK-NCM-OK-SW        PIC X(01) VALUE 'N'.
           88 WRK-NCM-OK VALUE 'S'.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-KARDEX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-PRECO-HIST-ST    PIC X(02) VALUE SPACES.
       77 WRK-PESO       PIC 9(04) VALUE ZEROS.
       77 WRK-PESO-SW    PIC X(01) VALUE 'N'.
           88 WRK-PESO-VALIDO VALUE 'S'.
       77 WRK-CONTROLE-LOTE PIC X(01) VALUE SPACES.
           88 WRK-CONTROLE-LOTE-VALIDO VALUE 'S' 'N'.
       77 WRK-SALDO      PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-SW   PIC X(01) VALUE 'N'.
           88 WRK-SALDO-VALIDO VALUE 'S'.
       77 WRK-MINIMO-SW  PIC X(01) VALUE 'N'.
           88 WRK-MINIMO-VALIDO VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       77 WRK-KIT-ESTRU-ST   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-KIT      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-KIT-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-KIT-VALIDO VALUE 'S'.
       77 WRK-COMP-CODIGO    PIC 9(06) VALUE ZEROS.
       77 WRK-COMP-CODIGO-SW PIC X(01) VALUE 'N'.
           88 WRK-COMP-CODIGO-VALIDO VALUE 'S'.
       77 WRK-COMP-OK-SW     PIC X(01) VALUE 'N'.
           88 WRK-COMP-OK VALUE 'S'.
       77 WRK-KIT-QTDE       PIC 9(03) VALUE ZEROS.
       77 WRK-KIT-QTDE-SW    PIC X(01) VALUE 'N'.
           88 WRK-KIT-QTDE-VALIDO VALUE 'S'.
       77 WRK-QTD-COMP       PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-KIT        PIC X(01) VALUE 'N'.
           88 WRK-FIM-KIT-OK VALUE 'S'.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB17' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O PRODUTO-TAB.
           DISPLAY '===================================='.
           DISPLAY 'MANUTENCAO DO CATALOGO DE PRODUTOS'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-INATIVAR'.
           DISPLAY '4-AJUSTAR ESTOQUE 5-PRECO FUTURO'.
           DISPLAY '6-COMPOSICAO DE KIT'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE PRODUTO-TAB
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DO PRODUTO.. '.
           PERFORM CAPTURA-PROD-CODIGO UNTIL WRK-PROD-CODIGO-VALIDO.
           MOVE WRK-PROD-CODIGO TO PRD-CODIGO.
                   PERFORM AJUSTA-ESTOQUE
               WHEN 5
                   PERFORM CARREGA-PRECO-FUTURO
               WHEN 6
                   PERFORM COMPOSICAO-KIT
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE PRODUTO-TAB.
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
               WHEN 2 WHEN 4 WHEN 5 WHEN 6
                   SET ACE-ALTERAR TO TRUE
               WHEN 3
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       INCLUI-PRODUTO.
           IF WRK-PROD-ENCONTRADO
               DISPLAY 'PRODUTO JA CADASTRADO'
               MOVE WRK-DESCRICAO   TO PRD-DESCRICAO
               MOVE WRK-PRECO       TO PRD-PRECO-UNIT
               MOVE WRK-PESO        TO PRD-PESO-UNIT
               MOVE WRK-CONTROLE-LOTE TO PRD-CONTROLE-LOTE
               MOVE WRK-NCM         TO PRD-NCM
               SET PRD-ATIVO        TO TRUE
               MOVE SPACES          TO PRD-CLASSE-ABC
               WRITE PRD-REGISTRO
               DISPLAY 'PRODUTO INCLUIDO'
               MOVE 'INCLUSAO' TO WRK-DETALHE
               MOVE WRK-DESCRICAO TO PRD-DESCRICAO
               MOVE WRK-PRECO     TO PRD-PRECO-UNIT
               MOVE WRK-PESO      TO PRD-PESO-UNIT
               MOVE WRK-CONTROLE-LOTE TO PRD-CONTROLE-LOTE
               MOVE WRK-NCM       TO PRD-NCM
               REWRITE PRD-REGISTRO
               DISPLAY 'PRODUTO ALTERADO'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * COMPOSICAO-KIT - MOSTRA OS COMPONENTES DO KIT E
      * INCLUI, ALTERA A QUANTIDADE OU EXCLUI UM COMPONENTE;
      * O PROGCOB09 BAIXA OS COMPONENTES NA VENDA DO KIT E
      * O KIT SEM COMPONENTES VOLTA A SER PRODUTO SIMPLES
      *****************************************************
       COMPOSICAO-KIT.
           IF NOT WRK-PROD-ENCONTRADO
               PERFORM PRODUTO-NAO-CADASTRADO
           ELSE
               OPEN I-O KIT-ESTRUTURA
               IF WRK-KIT-ESTRU-ST NOT = '00'
                   CLOSE KIT-ESTRUTURA
                   OPEN OUTPUT KIT-ESTRUTURA
                   CLOSE KIT-ESTRUTURA
                   OPEN I-O KIT-ESTRUTURA
               END-IF
               DISPLAY 'KIT.. ' PRD-DESCRICAO
               PERFORM LISTA-COMPONENTES
               DISPLAY '1-INCLUIR/ALTERAR 2-EXCLUIR COMPONENTE'
               DISPLAY 'OPCAO.. '
               PERFORM CAPTURA-OPCAO-KIT UNTIL WRK-OPCAO-KIT-VALIDO
               EVALUATE WRK-OPCAO-KIT
                   WHEN 1
                       PERFORM GRAVA-COMPONENTE
                   WHEN 2
                       PERFORM EXCLUI-COMPONENTE
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               CLOSE KIT-ESTRUTURA
           END-IF.

       LISTA-COMPONENTES.
           MOVE ZEROS TO WRK-QTD-COMP.
           MOVE 'N' TO WRK-FIM-KIT.
           MOVE WRK-PROD-CODIGO TO KIT-PROD-CODIGO.
           MOVE ZEROS TO KIT-COMP-CODIGO.
           START KIT-ESTRUTURA KEY >= KIT-CHAVE
               INVALID KEY
                   SET WRK-FIM-KIT-OK TO TRUE
           END-START.
           PERFORM LER-COMPONENTE.
           PERFORM MOSTRA-COMPONENTE UNTIL WRK-FIM-KIT-OK.
           IF WRK-QTD-COMP = 0
               DISPLAY 'PRODUTO SEM COMPONENTES (NAO E KIT)'
           END-IF.

       LER-COMPONENTE.
           IF NOT WRK-FIM-KIT-OK
               READ KIT-ESTRUTURA NEXT
                   AT END
                       SET WRK-FIM-KIT-OK TO TRUE
                   NOT AT END
                       IF KIT-PROD-CODIGO NOT = WRK-PROD-CODIGO
                           SET WRK-FIM-KIT-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       MOSTRA-COMPONENTE.
           ADD 1 TO WRK-QTD-COMP.
           DISPLAY 'COMPONENTE ' KIT-COMP-CODIGO
                   ' QTD POR KIT ' KIT-QUANTIDADE.
           PERFORM LER-COMPONENTE.

       GRAVA-COMPONENTE.
           DISPLAY 'CODIGO DO COMPONENTE.. '
           MOVE 'N' TO WRK-COMP-OK-SW.
           PERFORM CAPTURA-COMPONENTE-VALIDADO UNTIL WRK-COMP-OK.
           DISPLAY 'QUANTIDADE POR KIT.. '
           MOVE ZEROS TO WRK-KIT-QTDE.
           PERFORM CAPTURA-QTDE-POSITIVA UNTIL WRK-KIT-QTDE > 0.
           MOVE WRK-PROD-CODIGO TO KIT-PROD-CODIGO.
           MOVE WRK-COMP-CODIGO TO KIT-COMP-CODIGO.
           MOVE SPACES TO WRK-DETALHE.
           READ KIT-ESTRUTURA
               INVALID KEY
                   MOVE WRK-KIT-QTDE TO KIT-QUANTIDADE
                   WRITE KIT-REGISTRO
                   DISPLAY 'COMPONENTE INCLUIDO NO KIT'
                   STRING 'KIT INCLUI COMP=' WRK-COMP-CODIGO
                       DELIMITED BY SIZE INTO WRK-DETALHE
               NOT INVALID KEY
                   MOVE WRK-KIT-QTDE TO KIT-QUANTIDADE
                   REWRITE KIT-REGISTRO
                   DISPLAY 'QUANTIDADE DO COMPONENTE ALTERADA'
                   STRING 'KIT ALTERA COMP=' WRK-COMP-CODIGO
                       DELIMITED BY SIZE INTO WRK-DETALHE
           END-READ.
           PERFORM GRAVA-AUDITORIA.

       EXCLUI-COMPONENTE.
           DISPLAY 'CODIGO DO COMPONENTE.. '
           MOVE 'N' TO WRK-COMP-CODIGO-SW.
           PERFORM CAPTURA-COMP-CODIGO UNTIL WRK-COMP-CODIGO-VALIDO.
           MOVE WRK-PROD-CODIGO TO KIT-PROD-CODIGO.
           MOVE WRK-COMP-CODIGO TO KIT-COMP-CODIGO.
           DELETE KIT-ESTRUTURA
               INVALID KEY
                   DISPLAY 'COMPONENTE NAO FAZ PARTE DO KIT'
               NOT INVALID KEY
                   DISPLAY 'COMPONENTE EXCLUIDO DO KIT'
                   MOVE SPACES TO WRK-DETALHE
                   STRING 'KIT EXCLUI COMP=' WRK-COMP-CODIGO
                       DELIMITED BY SIZE INTO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
           END-DELETE.

      *****************************************************
      * CAPTURA-COMPONENTE-VALIDADO - O COMPONENTE E UM
      * PRODUTO ATIVO DO CATALOGO, DIFERENTE DO PROPRIO KIT
      * E SEM COMPONENTES (KIT DENTRO DE KIT NAO E ACEITO)
      *****************************************************
       CAPTURA-COMPONENTE-VALIDADO.
           MOVE 'N' TO WRK-COMP-CODIGO-SW.
           PERFORM CAPTURA-COMP-CODIGO UNTIL WRK-COMP-CODIGO-VALIDO.
           MOVE WRK-COMP-CODIGO TO PRD-CODIGO.
           READ PRODUTO-TAB
               INVALID KEY
                   DISPLAY 'COMPONENTE NAO CADASTRADO'
               NOT INVALID KEY
                   IF PRD-INATIVO
                       DISPLAY 'COMPONENTE INATIVO'
                   ELSE
                       SET WRK-COMP-OK TO TRUE
                   END-IF
           END-READ.
           IF WRK-COMP-CODIGO = WRK-PROD-CODIGO
               DISPLAY 'O KIT NAO PODE SER COMPONENTE DE SI MESMO'
               MOVE 'N' TO WRK-COMP-OK-SW
           END-IF.
           IF WRK-COMP-OK
               MOVE WRK-COMP-CODIGO TO KIT-PROD-CODIGO
               MOVE ZEROS TO KIT-COMP-CODIGO
               START KIT-ESTRUTURA KEY >= KIT-CHAVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ KIT-ESTRUTURA NEXT
                           NOT AT END
                               IF KIT-PROD-CODIGO = WRK-COMP-CODIGO
                                   DISPLAY 'COMPONENTE E UM KIT - '
                                           'NAO ACEITO'
                                   MOVE 'N' TO WRK-COMP-OK-SW
                               END-IF
                       END-READ
               END-START
               DISPLAY 'COMPONENTE.. ' PRD-DESCRICAO
           END-IF.

       CAPTURA-QTDE-POSITIVA.
           MOVE 'N' TO WRK-KIT-QTDE-SW.
           PERFORM CAPTURA-KIT-QTDE UNTIL WRK-KIT-QTDE-VALIDO.
           IF WRK-KIT-QTDE = 0
               DISPLAY 'QUANTIDADE DEVE SER MAIOR QUE ZERO'
           END-IF.

       INATIVA-PRODUTO.
           IF NOT WRK-PROD-ENCONTRADO
               PERFORM PRODUTO-NAO-CADASTRADO
               PERFORM PRODUTO-NAO-CADASTRADO
           ELSE
               DISPLAY 'PRODUTO.. ' PRD-DESCRICAO
               OPEN INPUT DEPOSITO
               DISPLAY 'DEPOSITO.......... '
               MOVE 'N' TO WRK-DEPOSITO-OK-SW
               PERFORM CAPTURA-DEPOSITO-VALIDADO
                   UNTIL WRK-DEPOSITO-OK
               IF WRK-DEPOSITO-ST = '00'
                   CLOSE DEPOSITO
               END-IF
               DISPLAY 'SALDO EM ESTOQUE.. '
               MOVE 'N' TO WRK-SALDO-SW
               PERFORM CAPTURA-SALDO UNTIL WRK-SALDO-VALIDO
               PERFORM CAPTURA-MINIMO UNTIL WRK-MINIMO-VALIDO
               OPEN I-O ESTOQUE
               MOVE WRK-PROD-CODIGO TO ETQ-PROD-CODIGO
               MOVE WRK-DEPOSITO    TO ETQ-DEPOSITO
               READ ESTOQUE
                   INVALID KEY
                       MOVE ZEROS TO WRK-SALDO-ANTERIOR
                       MOVE WRK-PROD-CODIGO TO ETQ-PROD-CODIGO
                       MOVE WRK-DEPOSITO    TO ETQ-DEPOSITO
                       MOVE WRK-SALDO  TO ETQ-SALDO
                       MOVE WRK-MINIMO TO ETQ-MINIMO
                       MOVE ZEROS      TO ETQ-CUSTO-MEDIO
                       MOVE ZEROS      TO ETQ-RESERVADO
                       MOVE ZEROS      TO ETQ-QTD-REPOSICAO
                       WRITE ETQ-REGISTRO
                   NOT INVALID KEY
                       MOVE ETQ-SALDO TO WRK-SALDO-ANTERIOR
               PERFORM GRAVA-KARDEX-AJUSTE
               CLOSE ESTOQUE
               DISPLAY 'ESTOQUE AJUSTADO'
               MOVE SPACES TO WRK-DETALHE
               STRING 'AJUSTE ESTOQUE DEP=' WRK-DEPOSITO
                   DELIMITED BY SIZE INTO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

           END-IF.
           IF WRK-KDX-QTDE > 0
               MOVE ETQ-PROD-CODIGO TO KDX-PROD-CODIGO
               MOVE ETQ-DEPOSITO    TO KDX-DEPOSITO
               ACCEPT KDX-DATA FROM DATE YYYYMMDD
               ACCEPT KDX-HORA FROM TIME
               MOVE WRK-KDX-TIPO TO KDX-TIPO
               MOVE 'AJUSTE' TO KDX-DOCUMENTO
               MOVE 'PROGCOB17' TO KDX-ORIGEM
               MOVE ETQ-SALDO TO KDX-SALDO-APOS
               MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-UNIT
               MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-MEDIO
               MOVE SPACES TO KDX-LOTE
               OPEN EXTEND KARDEX
               WRITE KDX-REGISTRO
               CLOSE KARDEX
           DISPLAY 'PESO UNIT (KG).. '.
           MOVE 'N' TO WRK-PESO-SW.
           PERFORM CAPTURA-PESO UNTIL WRK-PESO-VALIDO.
           DISPLAY 'CONTROLA LOTE E VALIDADE (S/N).. '.
           MOVE SPACES TO WRK-CONTROLE-LOTE.
           PERFORM CAPTURA-CONTROLE-LOTE
               UNTIL WRK-CONTROLE-LOTE-VALIDO.
           OPEN INPUT TRIB-NCM.
           DISPLAY 'NCM (0 = REGRA PADRAO).. '.
           MOVE 'N' TO WRK-NCM-OK-SW.
           PERFORM CAPTURA-NCM-VALIDADO UNTIL WRK-NCM-OK.
           IF WRK-TRIB-NCM-ST = '00'
               CLOSE TRIB-NCM
           END-IF.

       CAPTURA-CONTROLE-LOTE.
           ACCEPT WRK-CONTROLE-LOTE.
           IF NOT WRK-CONTROLE-LOTE-VALIDO
               DISPLAY 'RESPOSTA INVALIDA - DIGITE S OU N'
           END-IF.

      *****************************************************
      * CAPTURA-NCM-VALIDADO - O NCM INFORMADO PRECISA TER
      * REGRA NA TABELA DE TRIBUTACAO; ZERO DEIXA O PRODUTO
      * NA REGRA PADRAO E, SEM A TABELA, QUALQUER NCM E
      * ACEITO (O PEDIDO CAI NA REGRA PADRAO)
      *****************************************************
       CAPTURA-NCM-VALIDADO.
           MOVE 'N' TO WRK-NCM-SW.
           PERFORM CAPTURA-NCM UNTIL WRK-NCM-VALIDO.
           IF WRK-NCM = ZEROS
              OR WRK-TRIB-NCM-ST NOT = '00'
               SET WRK-NCM-OK TO TRUE
           ELSE
               MOVE WRK-NCM TO NCM-CODIGO
               READ TRIB-NCM
                   INVALID KEY
                       DISPLAY 'NCM SEM REGRA NA TABELA DE '
                               'TRIBUTACAO'
                   NOT INVALID KEY
                       DISPLAY 'NCM.. ' NCM-DESCRICAO
                       SET WRK-NCM-OK TO TRUE
               END-READ
           END-IF.

       PRODUTO-NAO-CADASTRADO.
           DISPLAY 'PRODUTO NAO CADASTRADO'.

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
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING WRK-DETALHE ' PRODUTO=' WRK-PROD-CODIGO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-VIGENCIA
               VALIDNUM-CAMPO     BY WRK-VIGENCIA
               VALIDNUM-CHAVE-SW  BY WRK-VIGENCIA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DEPOSITO
               VALIDNUM-CAMPO     BY WRK-DEPOSITO
               VALIDNUM-CHAVE-SW  BY WRK-DEPOSITO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-NCM
               VALIDNUM-CAMPO     BY WRK-NCM
               VALIDNUM-CHAVE-SW  BY WRK-NCM-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO-KIT
               VALIDNUM-CAMPO     BY WRK-OPCAO-KIT
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-KIT-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMP-CODIGO
               VALIDNUM-CAMPO     BY WRK-COMP-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-COMP-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-KIT-QTDE
               VALIDNUM-CAMPO     BY WRK-KIT-QTDE
               VALIDNUM-CHAVE-SW  BY WRK-KIT-QTDE-SW.
