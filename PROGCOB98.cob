       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB98.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES
      * (INCLUSAO, ALTERACAO, INATIVACAO E REATIVACAO) -
      * RAZAO SOCIAL, CNPJ COM CRITICA DE DIGITO
      * VERIFICADOR (VALIDCNPJ) E UNICIDADE NO ARQUIVO,
      * ENDERECO/UF, CONDICAO DE PAGAMENTO E PRAZO MEDIO DE
      * ENTREGA; O PEDIDO DE COMPRA (PROGCOB64) SO ACEITA
      * FORNECEDOR ATIVO DESTE CADASTRO
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
           SELECT FORNECEDORES ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FORNECEDORES-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDORES.
           COPY FORNREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-FORNECEDORES-ST  PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-FOR-CODIGO PIC 9(06) VALUE ZEROS.
       77 WRK-FOR-CODIGO-SW PIC X(01) VALUE 'N'.
           88 WRK-FOR-CODIGO-VALIDO VALUE 'S'.
       77 WRK-FOR-SW     PIC X(01) VALUE 'N'.
           88 WRK-FOR-ENCONTRADO VALUE 'S'.
       77 WRK-RAZAO-SOCIAL PIC X(40) VALUE SPACES.
       77 WRK-ENDERECO   PIC X(40) VALUE SPACES.
       77 WRK-UF         PIC X(02) VALUE SPACES.
       77 WRK-COND-PAGTO PIC 9(03) VALUE ZEROS.
       77 WRK-COND-PAGTO-SW PIC X(01) VALUE 'N'.
           88 WRK-COND-PAGTO-VALIDA VALUE 'S'.
       77 WRK-PRAZO-ENTREGA PIC 9(03) VALUE ZEROS.
       77 WRK-PRAZO-ENTREGA-SW PIC X(01) VALUE 'N'.
           88 WRK-PRAZO-ENTREGA-VALIDO VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       77 WRK-CNPJ-NUM-SW PIC X(01) VALUE 'N'.
           88 WRK-CNPJ-NUM-VALIDO VALUE 'S'.
       77 WRK-CNPJ-OK-SW  PIC X(01) VALUE 'N'.
           88 WRK-CNPJ-OK VALUE 'S'.
       77 WRK-CNPJ-DUP-SW PIC X(01) VALUE 'N'.
           88 WRK-CNPJ-DUPLICADO VALUE 'S'.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
           COPY CNPJWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB98' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O FORNECEDORES.
           IF WRK-FORNECEDORES-ST NOT = '00'
               CLOSE FORNECEDORES
               OPEN OUTPUT FORNECEDORES
               CLOSE FORNECEDORES
               OPEN I-O FORNECEDORES
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'MANUTENCAO DO CADASTRO DE FORNECEDORES'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-INATIVAR'.
           DISPLAY '4-REATIVAR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE FORNECEDORES
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DO FORNECEDOR.. '.
           PERFORM CAPTURA-FOR-CODIGO UNTIL WRK-FOR-CODIGO-VALIDO.
           MOVE WRK-FOR-CODIGO TO FOR-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   MOVE 'N' TO WRK-FOR-SW
               NOT INVALID KEY
                   SET WRK-FOR-ENCONTRADO TO TRUE
           END-READ.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-FORNECEDOR
               WHEN 2
                   PERFORM ALTERA-FORNECEDOR
               WHEN 3
                   PERFORM INATIVA-FORNECEDOR
               WHEN 4
                   PERFORM REATIVA-FORNECEDOR
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           CLOSE FORNECEDORES.
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

       INCLUI-FORNECEDOR.
           IF WRK-FOR-CODIGO = ZEROS
               DISPLAY 'CODIGO ZERO NAO PERMITIDO'
           ELSE
               IF WRK-FOR-ENCONTRADO
                   DISPLAY 'FORNECEDOR JA CADASTRADO'
               ELSE
                   PERFORM CAPTURA-DADOS-FORNECEDOR
                   MOVE SPACES TO FOR-REGISTRO
                   MOVE WRK-FOR-CODIGO    TO FOR-CODIGO
                   PERFORM MOVE-DADOS-FORNECEDOR
                   SET FOR-ATIVO          TO TRUE
                   WRITE FOR-REGISTRO
                   DISPLAY 'FORNECEDOR INCLUIDO'
                   MOVE 'INCLUSAO' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       ALTERA-FORNECEDOR.
           IF NOT WRK-FOR-ENCONTRADO
               PERFORM FORNECEDOR-NAO-CADASTRADO
           ELSE
               DISPLAY 'FORNECEDOR.. ' FOR-RAZAO-SOCIAL
               PERFORM CAPTURA-DADOS-FORNECEDOR
               PERFORM MOVE-DADOS-FORNECEDOR
               REWRITE FOR-REGISTRO
               DISPLAY 'FORNECEDOR ALTERADO'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       INATIVA-FORNECEDOR.
           IF NOT WRK-FOR-ENCONTRADO
               PERFORM FORNECEDOR-NAO-CADASTRADO
           ELSE
               SET FOR-INATIVO TO TRUE
               REWRITE FOR-REGISTRO
               DISPLAY 'FORNECEDOR INATIVADO'
               MOVE 'INATIVACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       REATIVA-FORNECEDOR.
           IF NOT WRK-FOR-ENCONTRADO
               PERFORM FORNECEDOR-NAO-CADASTRADO
           ELSE
               SET FOR-ATIVO TO TRUE
               REWRITE FOR-REGISTRO
               DISPLAY 'FORNECEDOR REATIVADO'
               MOVE 'REATIVACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       MOVE-DADOS-FORNECEDOR.
           MOVE WRK-RAZAO-SOCIAL  TO FOR-RAZAO-SOCIAL.
           MOVE WRK-CNPJ-NUMERO   TO FOR-CNPJ.
           MOVE WRK-ENDERECO      TO FOR-ENDERECO.
           MOVE WRK-UF            TO FOR-UF.
           MOVE WRK-COND-PAGTO    TO FOR-COND-PAGTO.
           MOVE WRK-PRAZO-ENTREGA TO FOR-PRAZO-ENTREGA.

       CAPTURA-DADOS-FORNECEDOR.
           DISPLAY 'RAZAO SOCIAL.......... '.
           ACCEPT WRK-RAZAO-SOCIAL.
           DISPLAY 'CNPJ (14 DIGITOS)..... '.
           MOVE 'N' TO WRK-CNPJ-OK-SW.
           PERFORM CAPTURA-CNPJ-CRITICADO UNTIL WRK-CNPJ-OK.
           DISPLAY 'ENDERECO.............. '.
           ACCEPT WRK-ENDERECO.
           DISPLAY 'UF.................... '.
           ACCEPT WRK-UF.
           DISPLAY 'COND. PAGAMENTO (DIAS) '.
           MOVE 'N' TO WRK-COND-PAGTO-SW.
           PERFORM CAPTURA-COND-PAGTO UNTIL WRK-COND-PAGTO-VALIDA.
           DISPLAY 'PRAZO MEDIO ENTREGA (DIAS) '.
           MOVE 'N' TO WRK-PRAZO-ENTREGA-SW.
           PERFORM CAPTURA-PRAZO-ENTREGA
               UNTIL WRK-PRAZO-ENTREGA-VALIDO.

       CAPTURA-CNPJ-CRITICADO.
           MOVE 'N' TO WRK-CNPJ-NUM-SW.
           PERFORM CAPTURA-CNPJ UNTIL WRK-CNPJ-NUM-VALIDO.
           PERFORM VALIDA-CNPJ.
           IF NOT WRK-CNPJ-VALIDO
               DISPLAY 'CNPJ INVALIDO - DIGITO VERIFICADOR NAO '
                       'CONFERE'
           ELSE
               PERFORM VERIFICA-CNPJ-DUPLICADO
               IF WRK-CNPJ-DUPLICADO
                   DISPLAY 'CNPJ JA CADASTRADO EM OUTRO FORNECEDOR'
               ELSE
                   SET WRK-CNPJ-OK TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * VERIFICA-CNPJ-DUPLICADO - VARRE O CADASTRO DE
      * FORNECEDORES PROCURANDO O CNPJ EM OUTRO CODIGO; AO
      * FINAL REPOSICIONA O REGISTRO DO FORNECEDOR EM
      * MANUTENCAO, POIS A VARREDURA USA A MESMA AREA
      *****************************************************
       VERIFICA-CNPJ-DUPLICADO.
           MOVE 'N' TO WRK-CNPJ-DUP-SW.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO FOR-CODIGO.
           START FORNECEDORES KEY >= FOR-CODIGO
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-FORNECEDOR-CNPJ.
           PERFORM COMPARA-CNPJ-FORNECEDOR UNTIL WRK-FIM-ARQUIVO-OK.
           MOVE WRK-FOR-CODIGO TO FOR-CODIGO.
           READ FORNECEDORES
               INVALID KEY
                   CONTINUE
           END-READ.

       LER-FORNECEDOR-CNPJ.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ FORNECEDORES NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       COMPARA-CNPJ-FORNECEDOR.
           IF FOR-CNPJ = WRK-CNPJ-NUMERO
              AND FOR-CODIGO NOT = WRK-FOR-CODIGO
               SET WRK-CNPJ-DUPLICADO TO TRUE
               SET WRK-FIM-ARQUIVO-OK TO TRUE
           ELSE
               PERFORM LER-FORNECEDOR-CNPJ
           END-IF.

       FORNECEDOR-NAO-CADASTRADO.
           DISPLAY 'FORNECEDOR NAO CADASTRADO'.

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
           MOVE 'PROGCOB98' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING WRK-DETALHE ' FORNECEDOR=' WRK-FOR-CODIGO
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
               VALIDNUM-PARAGRAFO BY CAPTURA-FOR-CODIGO
               VALIDNUM-CAMPO     BY WRK-FOR-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-FOR-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COND-PAGTO
               VALIDNUM-CAMPO     BY WRK-COND-PAGTO
               VALIDNUM-CHAVE-SW  BY WRK-COND-PAGTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PRAZO-ENTREGA
               VALIDNUM-CAMPO     BY WRK-PRAZO-ENTREGA
               VALIDNUM-CHAVE-SW  BY WRK-PRAZO-ENTREGA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CNPJ
               VALIDNUM-CAMPO     BY WRK-CNPJ-NUMERO
               VALIDNUM-CHAVE-SW  BY WRK-CNPJ-NUM-SW.

           COPY VALIDCNPJ.
