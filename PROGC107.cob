       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC107.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: TRANSFERENCIA DE ESTOQUE ENTRE DEPOSITOS -
      * PARA O PRODUTO, DEPOSITO DE ORIGEM, DEPOSITO DE
      * DESTINO (AMBOS ATIVOS NO CADASTRO DEPOSREG) E
      * QUANTIDADE INFORMADOS, BAIXA O SALDO DA ORIGEM E
      * CREDITA O DESTINO AO CUSTO MEDIO DA ORIGEM,
      * RECALCULANDO O CUSTO MEDIO PONDERADO DO DESTINO;
      * GRAVA NO KARDEX O PAR SAIDA NA ORIGEM / ENTRADA NO
      * DESTINO COM O MESMO DOCUMENTO (TR + HORA DO
      * LANCAMENTO), SEM ALTERAR O SALDO TOTAL DO PRODUTO
      * DATA 2026-10-15
      * 2026-10-15 LC  LOTE E VALIDADE - A ORIGEM CEDE OS
      * LOTES NA ORDEM DO PRIMEIRO A VENCER E O DESTINO OS
      * RECEBE COM O MESMO NUMERO E VALIDADE (ROTINA
      * BAIXALOT); LOTE VENCIDO NAO E TRANSFERIDO E O KARDEX
      * GRAVA UM MOVIMENTO POR LOTE DE CADA LADO
      * 2026-10-15 LC  A QUANTIDADE RESERVADA PELOS
      * ORCAMENTOS ABERTOS (ETQ-RESERVADO) NAO PODE SER
      * TRANSFERIDA
      * 2026-10-15 LC  ESTOQUE CRIADO COM QUANTIDADE DE
      * REPOSICAO ZERO (ETQ-QTD-REPOSICAO)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      * 2026-10-15 LC  ACESSO NA ENTRADA EXIGE A ACAO DE
      * INCLUSAO (ANTES BASTAVA QUALQUER ACAO LIBERADA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUTO-TAB ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-PRODUTO-STATUS.
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
           SELECT LOTES ASSIGN TO "LOTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-LOTES-ST.
           SELECT KARDEX ASSIGN TO "KARDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-KARDEX-STATUS.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO-TAB.
           COPY PRODREG.
       FD  ESTOQUE.
           COPY ESTOQREG.
       FD  DEPOSITO.
           COPY DEPOSREG.
       FD  LOTES.
           COPY LOTEREG.
       FD  KARDEX.
           COPY KARDXREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-PRODUTO-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ESTOQUE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-DEPOSITO-ST      PIC X(02) VALUE SPACES.
       77 WRK-KARDEX-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-LOTES-ST         PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-PROD-CODIGO      PIC 9(06) VALUE ZEROS.
       77 WRK-PROD-CODIGO-SW   PIC X(01) VALUE 'N'.
           88 WRK-PROD-CODIGO-VALIDO VALUE 'S'.
       77 WRK-DEPOSITO         PIC 9(02) VALUE ZEROS.
       77 WRK-DEPOSITO-SW      PIC X(01) VALUE 'N'.
           88 WRK-DEPOSITO-VALIDO VALUE 'S'.
       77 WRK-DEPOSITO-OK-SW   PIC X(01) VALUE 'N'.
           88 WRK-DEPOSITO-OK VALUE 'S'.
       77 WRK-DEP-ORIGEM       PIC 9(02) VALUE ZEROS.
       77 WRK-DEP-DESTINO      PIC 9(02) VALUE ZEROS.
       77 WRK-QUANTIDADE       PIC 9(06) VALUE ZEROS.
       77 WRK-QUANTIDADE-SW    PIC X(01) VALUE 'N'.
           88 WRK-QUANTIDADE-VALIDA VALUE 'S'.
       77 WRK-SALDO-ORIGEM     PIC 9(06) VALUE ZEROS.
       77 WRK-CUSTO-ORIGEM     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-ESTOQUE    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-HORA             PIC 9(08) VALUE ZEROS.
       77 WRK-DOCUMENTO        PIC X(08) VALUE SPACES.
       77 WRK-ORIGEM-SW        PIC X(01) VALUE 'N'.
           88 WRK-ORIGEM-OK VALUE 'S'.
           COPY LOTEWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC107' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'TRANSFERENCIA ENTRE DEPOSITOS'.
           DISPLAY '===================================='.
           OPEN INPUT PRODUTO-TAB.
           DISPLAY 'CODIGO DO PRODUTO.. '
           PERFORM CAPTURA-PROD-CODIGO UNTIL WRK-PROD-CODIGO-VALIDO.
           MOVE WRK-PROD-CODIGO TO PRD-CODIGO.
           READ PRODUTO-TAB
               INVALID KEY
                   DISPLAY 'PRODUTO NAO CADASTRADO'
                   CLOSE PRODUTO-TAB
                   GOBACK
           END-READ.
           DISPLAY 'PRODUTO.. ' PRD-DESCRICAO.
           CLOSE PRODUTO-TAB.

           OPEN INPUT DEPOSITO.
           DISPLAY 'DEPOSITO DE ORIGEM.. '
           MOVE 'N' TO WRK-DEPOSITO-OK-SW.
           PERFORM CAPTURA-DEPOSITO-VALIDADO UNTIL WRK-DEPOSITO-OK.
           MOVE WRK-DEPOSITO TO WRK-DEP-ORIGEM.
           DISPLAY 'DEPOSITO DE DESTINO. '
           MOVE 'N' TO WRK-DEPOSITO-OK-SW.
           PERFORM CAPTURA-DESTINO-VALIDADO UNTIL WRK-DEPOSITO-OK.
           MOVE WRK-DEPOSITO TO WRK-DEP-DESTINO.
           IF WRK-DEPOSITO-ST = '00'
               CLOSE DEPOSITO
           END-IF.

           OPEN I-O ESTOQUE.
           OPEN I-O LOTES.
           IF WRK-LOTES-ST NOT = '00'
               CLOSE LOTES
               OPEN OUTPUT LOTES
               CLOSE LOTES
               OPEN I-O LOTES
           END-IF.
           ACCEPT WRK-LOT-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-ESTOQUE-ORIGEM.
           IF NOT WRK-ORIGEM-OK
               CLOSE LOTES
               CLOSE ESTOQUE
               GOBACK
           END-IF.
           DISPLAY 'SALDO NA ORIGEM.. ' WRK-SALDO-ORIGEM.
           DISPLAY 'QUANTIDADE A TRANSFERIR.. '
           PERFORM CAPTURA-QTD-TRANSFERIDA
               UNTIL WRK-QUANTIDADE-VALIDA.

           ACCEPT WRK-HORA FROM TIME.
           MOVE SPACES TO WRK-DOCUMENTO.
           STRING 'TR' WRK-HORA (1:6)
               DELIMITED BY SIZE INTO WRK-DOCUMENTO.
           PERFORM BAIXA-ORIGEM.
           PERFORM CREDITA-DESTINO.
           CLOSE LOTES.
           CLOSE ESTOQUE.
           DISPLAY 'TRANSFERENCIA EFETUADA - DOCUMENTO '
                   WRK-DOCUMENTO.
           PERFORM GRAVA-AUDITORIA.
           GOBACK.

       LE-ESTOQUE-ORIGEM.
           MOVE 'N' TO WRK-ORIGEM-SW.
           MOVE WRK-PROD-CODIGO TO ETQ-PROD-CODIGO.
           MOVE WRK-DEP-ORIGEM  TO ETQ-DEPOSITO.
           READ ESTOQUE
               INVALID KEY
                   DISPLAY 'PRODUTO SEM ESTOQUE NO DEPOSITO DE '
                           'ORIGEM'
               NOT INVALID KEY
                   PERFORM CALCULA-SALDO-ORIGEM
           END-READ.

      *****************************************************
      * CALCULA-SALDO-ORIGEM - O SALDO DOS LOTES VENCIDOS
      * E O RESERVADO PELOS ORCAMENTOS ABERTOS FICAM NA
      * ORIGEM E NAO PODEM SER TRANSFERIDOS
      *****************************************************
       CALCULA-SALDO-ORIGEM.
           MOVE WRK-PROD-CODIGO TO WRK-LOT-PRODUTO.
           MOVE WRK-DEP-ORIGEM  TO WRK-LOT-DEPOSITO.
           PERFORM SOMA-LOTES-VENCIDOS.
           IF WRK-LOT-VENCIDO > 0
               DISPLAY 'SALDO EM LOTES VENCIDOS (NAO TRANSFERE).. '
                       WRK-LOT-VENCIDO
           END-IF.
           IF ETQ-RESERVADO > 0
               DISPLAY 'SALDO RESERVADO PARA ORCAMENTOS '
                       '(NAO TRANSFERE).. ' ETQ-RESERVADO
           END-IF.
           IF ETQ-SALDO > WRK-LOT-VENCIDO + ETQ-RESERVADO
               COMPUTE WRK-SALDO-ORIGEM = ETQ-SALDO - WRK-LOT-VENCIDO
                                        - ETQ-RESERVADO
               MOVE ETQ-CUSTO-MEDIO TO WRK-CUSTO-ORIGEM
               SET WRK-ORIGEM-OK TO TRUE
           ELSE
               DISPLAY 'SALDO ZERO NO DEPOSITO DE ORIGEM'
           END-IF.

      *****************************************************
      * CAPTURA-QTD-TRANSFERIDA - A QUANTIDADE TEM DE SER
      * MAIOR QUE ZERO E NAO PODE PASSAR DO SALDO DA ORIGEM
      *****************************************************
       CAPTURA-QTD-TRANSFERIDA.
           MOVE 'N' TO WRK-QUANTIDADE-SW.
           PERFORM CAPTURA-QUANTIDADE UNTIL WRK-QUANTIDADE-VALIDA.
           IF WRK-QUANTIDADE = 0
               DISPLAY 'QUANTIDADE DEVE SER MAIOR QUE ZERO'
               MOVE 'N' TO WRK-QUANTIDADE-SW
           ELSE
               IF WRK-QUANTIDADE > WRK-SALDO-ORIGEM
                   DISPLAY 'SALDO INSUFICIENTE NA ORIGEM - '
                           'DISPONIVEL ' WRK-SALDO-ORIGEM
                   MOVE 'N' TO WRK-QUANTIDADE-SW
               END-IF
           END-IF.

       BAIXA-ORIGEM.
           MOVE WRK-PROD-CODIGO TO ETQ-PROD-CODIGO.
           MOVE WRK-DEP-ORIGEM  TO ETQ-DEPOSITO.
           READ ESTOQUE
               INVALID KEY
                   CONTINUE
           END-READ.
           SUBTRACT WRK-QUANTIDADE FROM ETQ-SALDO.
           REWRITE ETQ-REGISTRO.
           MOVE WRK-PROD-CODIGO TO WRK-LOT-PRODUTO.
           MOVE WRK-DEP-ORIGEM  TO WRK-LOT-DEPOSITO.
           MOVE WRK-QUANTIDADE  TO WRK-LOT-QTDE.
           PERFORM CONSOME-LOTES.
           MOVE 'S' TO KDX-TIPO.
           PERFORM GRAVA-KARDEX.

      *****************************************************
      * CREDITA-DESTINO - ENTRA AO CUSTO MEDIO DA ORIGEM:
      * (SALDO * CUSTO MEDIO + QUANTIDADE * CUSTO DA
      * ORIGEM) / NOVO SALDO; SEM REGISTRO NO DESTINO O
      * ESTOQUE E CRIADO COM O CUSTO DA ORIGEM. OS LOTES
      * CEDIDOS PELA ORIGEM SAO CREDITADOS NO DESTINO
      *****************************************************
       CREDITA-DESTINO.
           MOVE WRK-PROD-CODIGO TO ETQ-PROD-CODIGO.
           MOVE WRK-DEP-DESTINO TO ETQ-DEPOSITO.
           READ ESTOQUE
               INVALID KEY
                   MOVE WRK-PROD-CODIGO  TO ETQ-PROD-CODIGO
                   MOVE WRK-DEP-DESTINO  TO ETQ-DEPOSITO
                   MOVE WRK-QUANTIDADE   TO ETQ-SALDO
                   MOVE ZEROS            TO ETQ-MINIMO
                   MOVE WRK-CUSTO-ORIGEM TO ETQ-CUSTO-MEDIO
                   MOVE ZEROS            TO ETQ-RESERVADO
                   MOVE ZEROS            TO ETQ-QTD-REPOSICAO
                   WRITE ETQ-REGISTRO
               NOT INVALID KEY
                   COMPUTE WRK-VALOR-ESTOQUE =
                       (ETQ-SALDO * ETQ-CUSTO-MEDIO)
                       + (WRK-QUANTIDADE * WRK-CUSTO-ORIGEM)
                   ADD WRK-QUANTIDADE TO ETQ-SALDO
                   COMPUTE ETQ-CUSTO-MEDIO ROUNDED =
                       WRK-VALOR-ESTOQUE / ETQ-SALDO
                   REWRITE ETQ-REGISTRO
           END-READ.
           MOVE WRK-DEP-DESTINO TO WRK-LOT-DEPOSITO.
           MOVE WRK-QUANTIDADE  TO WRK-LOT-QTDE.
           PERFORM DEVOLVE-LOTES-USADOS.
           MOVE 'E' TO KDX-TIPO.
           PERFORM GRAVA-KARDEX.

       GRAVA-KARDEX.
           MOVE ETQ-PROD-CODIGO TO KDX-PROD-CODIGO.
           MOVE ETQ-DEPOSITO    TO KDX-DEPOSITO.
           ACCEPT KDX-DATA FROM DATE YYYYMMDD.
           MOVE WRK-HORA (1:6) TO KDX-HORA.
           MOVE WRK-DOCUMENTO TO KDX-DOCUMENTO.
           MOVE 'PROGC107' TO KDX-ORIGEM.
           MOVE WRK-CUSTO-ORIGEM TO KDX-CUSTO-UNIT.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-MEDIO.
           PERFORM GRAVA-KARDEX-LOTES.

      *****************************************************
      * CAPTURA-DEPOSITO-VALIDADO - O DEPOSITO PRECISA
      * ESTAR ATIVO NO CADASTRO (DEPOSREG); SEM O CADASTRO
      * SO EXISTE O DEPOSITO 01 E NAO HA PARA ONDE
      * TRANSFERIR
      *****************************************************
       CAPTURA-DEPOSITO-VALIDADO.
           MOVE 'N' TO WRK-DEPOSITO-SW.
           PERFORM CAPTURA-DEPOSITO UNTIL WRK-DEPOSITO-VALIDO.
           IF WRK-DEPOSITO-ST NOT = '00'
               DISPLAY 'SEM CADASTRO DE DEPOSITOS - EXECUTE O '
                       'PROGC106'
               GOBACK
           END-IF.
           MOVE WRK-DEPOSITO TO DEP-CODIGO.
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
           END-READ.

       CAPTURA-DESTINO-VALIDADO.
           PERFORM CAPTURA-DEPOSITO-VALIDADO.
           IF WRK-DEPOSITO-OK
              AND WRK-DEPOSITO = WRK-DEP-ORIGEM
               DISPLAY 'DESTINO IGUAL A ORIGEM'
               MOVE 'N' TO WRK-DEPOSITO-OK-SW
           END-IF.

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
           MOVE 'PROGC107' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'TRANSF PROD=' WRK-PROD-CODIGO
               ' DE=' WRK-DEP-ORIGEM
               ' PARA=' WRK-DEP-DESTINO
               ' QTD=' WRK-QUANTIDADE
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PROD-CODIGO
               VALIDNUM-CAMPO     BY WRK-PROD-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-PROD-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DEPOSITO
               VALIDNUM-CAMPO     BY WRK-DEPOSITO
               VALIDNUM-CHAVE-SW  BY WRK-DEPOSITO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-QUANTIDADE
               VALIDNUM-CAMPO     BY WRK-QUANTIDADE
               VALIDNUM-CHAVE-SW  BY WRK-QUANTIDADE-SW.

           COPY BAIXALOT.
