      * APROVACAO (APROVACO) E SO E EFETIVADO POR OUTRO
      * OPERADOR ADMINISTRADOR NO PROGCOB93, QUE GRAVA O
      * CLIBLOQH NA APROVACAO (SEGREGACAO DE FUNCOES)
      * 2026-10-15 LC  CAPTURA DA CONDICAO DE PAGAMENTO
      * PADRAO DO CLIENTE (ZERO = VENCIMENTO UNICO),
      * CRITICADA NA TABELA DE CONDICOES (CONDPREG) - SO
      * CONDICAO ATIVA
      * 2026-10-15 LC  CAPTURA DA TRANSPORTADORA PREFERIDA
      * DO CLIENTE (ZERO = A DE MENOR FRETE NO PEDIDO),
      * CRITICADA NO CADASTRO DE TRANSPORTADORAS - SO ATIVA
      * 2026-10-15 LC  OPCAO 6 - ENDERECOS DE ENTREGA DO
      * CLIENTE (ENDENTRG): LISTA OS LOCAIS CADASTRADOS E
      * INCLUI, ALTERA OU INATIVA UM LOCAL PELA SEQUENCIA
      * (A 00 E O ENDERECO DO PROPRIO CADASTRO)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS APC-CHAVE
               FILE STATUS IS WRK-AP-CONTROLE-ST.
           SELECT COND-PAGTO ASSIGN TO "CONDPAGT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CDP-CODIGO
               FILE STATUS IS WRK-COND-PAGTO-ST.
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRP-CODIGO
               FILE STATUS IS WRK-TRANSPORTADORAS-ST.
           SELECT ENDERECOS-ENTREGA ASSIGN TO "ENDENTRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS WRK-ENDERECOS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           COPY APROVREG.
       FD  AP-CONTROLE.
           COPY APCTLREG.
       FD  COND-PAGTO.
           COPY CONDPREG.
       FD  TRANSPORTADORAS.
           COPY TRANSPREG.
       FD  ENDERECOS-ENTREGA.
           COPY ENTRGREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
       77 WRK-LIMITE     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-SW  PIC X(01) VALUE 'N'.
           88 WRK-LIMITE-VALIDO VALUE 'S'.
       77 WRK-COND-PAGTO-ST PIC X(02) VALUE SPACES.
       77 WRK-COND-PAGTO PIC 9(02) VALUE ZEROS.
       77 WRK-COND-PAGTO-SW PIC X(01) VALUE 'N'.
           88 WRK-COND-PAGTO-VALIDA VALUE 'S'.
       77 WRK-COND-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-COND-OK VALUE 'S'.
       77 WRK-TRANSPORTADORAS-ST PIC X(02) VALUE SPACES.
       77 WRK-TRANSP-PREF PIC 9(03) VALUE ZEROS.
       77 WRK-TRANSP-PREF-SW PIC X(01) VALUE 'N'.
           88 WRK-TRANSP-PREF-VALIDA VALUE 'S'.
       77 WRK-TRANSP-OK-SW PIC X(01) VALUE 'N'.
           88 WRK-TRANSP-OK VALUE 'S'.
       77 WRK-ENDERECOS-ST PIC X(02) VALUE SPACES.
       77 WRK-OPCAO-END  PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-END-SW PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-END-VALIDO VALUE 'S'.
       77 WRK-ENT-SEQ    PIC 9(02) VALUE ZEROS.
       77 WRK-ENT-SEQ-SW PIC X(01) VALUE 'N'.
           88 WRK-ENT-SEQ-VALIDO VALUE 'S'.
       77 WRK-ULTIMA-SEQ PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ENDERECOS PIC 9(02) VALUE ZEROS.
       77 WRK-CONTATO    PIC X(30) VALUE SPACES.
       77 WRK-FIM-ENDERECOS PIC X(01) VALUE 'N'.
           88 WRK-FIM-ENDERECOS-OK VALUE 'S'.
       77 WRK-MOTIVO     PIC X(40) VALUE SPACES.
       77 WRK-ACAO       PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
           COPY CPFWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB16' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O CLIENTE.
           OPEN INPUT COND-PAGTO.
           OPEN INPUT TRANSPORTADORAS.
           DISPLAY '===================================='.
           DISPLAY 'MANUTENCAO DO CADASTRO DE CLIENTES'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-INATIVAR'.
           DISPLAY '4-BLOQUEAR CREDITO 5-DESBLOQUEAR'.
           DISPLAY '6-ENDERECOS DE ENTREGA'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE CLIENTE
               CLOSE COND-PAGTO
               CLOSE TRANSPORTADORAS
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DO CLIENTE.. '.
           PERFORM CAPTURA-CLI-CODIGO UNTIL WRK-CLI-CODIGO-VALIDO.
           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
                   PERFORM BLOQUEIA-CLIENTE
               WHEN 5
                   PERFORM DESBLOQUEIA-CLIENTE
               WHEN 6
                   PERFORM MANUTENCAO-ENDERECOS
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           IF WRK-COND-PAGTO-ST = '00'
               CLOSE COND-PAGTO
           END-IF.
           IF WRK-TRANSPORTADORAS-ST = '00'
               CLOSE TRANSPORTADORAS
           END-IF.
           CLOSE CLIENTE.
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

       INCLUI-CLIENTE.
           IF WRK-CLI-ENCONTRADO
               DISPLAY 'CLIENTE JA CADASTRADO'
               MOVE WRK-CEP        TO CLI-CEP
               MOVE WRK-LIMITE     TO CLI-LIMITE-CREDITO
               MOVE WRK-CPF-NUMERO TO CLI-CPF
               MOVE WRK-COND-PAGTO TO CLI-COND-PAGTO
               MOVE WRK-TRANSP-PREF TO CLI-TRANSP-PREF
               SET CLI-CREDITO-OK  TO TRUE
               WRITE CLI-REGISTRO
               DISPLAY 'CLIENTE INCLUIDO'
               MOVE WRK-CEP      TO CLI-CEP
               MOVE WRK-LIMITE   TO CLI-LIMITE-CREDITO
               MOVE WRK-CPF-NUMERO TO CLI-CPF
               MOVE WRK-COND-PAGTO TO CLI-COND-PAGTO
               MOVE WRK-TRANSP-PREF TO CLI-TRANSP-PREF
               REWRITE CLI-REGISTRO
               DISPLAY 'CLIENTE ALTERADO'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * MANUTENCAO-ENDERECOS - LOCAIS DE ENTREGA DO CLIENTE
      * ALEM DO ENDERECO DO CADASTRO (SEQUENCIA 00): LISTA
      * OS JA CADASTRADOS E INCLUI (PROXIMA SEQUENCIA),
      * ALTERA OU INATIVA UM LOCAL - O LOCAL INATIVO FICA
      * NO ARQUIVO PARA OS PEDIDOS QUE JA O USARAM, MAS NAO
      * E MAIS OFERECIDO NA ENTRADA DO PEDIDO
      *****************************************************
       MANUTENCAO-ENDERECOS.
           IF NOT WRK-CLI-ENCONTRADO
               PERFORM CLIENTE-NAO-CADASTRADO
           ELSE
               OPEN I-O ENDERECOS-ENTREGA
               IF WRK-ENDERECOS-ST NOT = '00'
                   CLOSE ENDERECOS-ENTREGA
                   OPEN OUTPUT ENDERECOS-ENTREGA
                   CLOSE ENDERECOS-ENTREGA
                   OPEN I-O ENDERECOS-ENTREGA
               END-IF
               DISPLAY 'CLIENTE.. ' CLI-NOME
               DISPLAY '00 ' CLI-ENDERECO ' ' CLI-CEP
                       ' (CADASTRO)'
               PERFORM LISTA-ENDERECOS
               DISPLAY '1-INCLUIR 2-ALTERAR 3-INATIVAR ENDERECO'
               DISPLAY 'OPCAO.. '
               PERFORM CAPTURA-OPCAO-END UNTIL WRK-OPCAO-END-VALIDO
               EVALUATE WRK-OPCAO-END
                   WHEN 1
                       PERFORM INCLUI-ENDERECO
                   WHEN 2
                       PERFORM ALTERA-ENDERECO
                   WHEN 3
                       PERFORM INATIVA-ENDERECO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
               CLOSE ENDERECOS-ENTREGA
           END-IF.

       LISTA-ENDERECOS.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE ZEROS TO WRK-QTD-ENDERECOS.
           MOVE 'N' TO WRK-FIM-ENDERECOS.
           MOVE WRK-CLI-CODIGO TO ENT-CLI-CODIGO.
           MOVE ZEROS TO ENT-SEQ.
           START ENDERECOS-ENTREGA KEY >= ENT-CHAVE
               INVALID KEY
                   SET WRK-FIM-ENDERECOS-OK TO TRUE
           END-START.
           PERFORM LER-ENDERECO.
           PERFORM MOSTRA-ENDERECO UNTIL WRK-FIM-ENDERECOS-OK.
           IF WRK-QTD-ENDERECOS = 0
               DISPLAY 'NENHUM ENDERECO DE ENTREGA ADICIONAL'
           END-IF.

       LER-ENDERECO.
           IF NOT WRK-FIM-ENDERECOS-OK
               READ ENDERECOS-ENTREGA NEXT
                   AT END
                       SET WRK-FIM-ENDERECOS-OK TO TRUE
                   NOT AT END
                       IF ENT-CLI-CODIGO NOT = WRK-CLI-CODIGO
                           SET WRK-FIM-ENDERECOS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       MOSTRA-ENDERECO.
           ADD 1 TO WRK-QTD-ENDERECOS.
           MOVE ENT-SEQ TO WRK-ULTIMA-SEQ.
           IF ENT-INATIVO
               DISPLAY ENT-SEQ ' ' ENT-ENDERECO ' ' ENT-CEP
                       ' (INATIVO)'
           ELSE
               DISPLAY ENT-SEQ ' ' ENT-ENDERECO ' ' ENT-CEP
                       ' ' ENT-CONTATO
           END-IF.
           PERFORM LER-ENDERECO.

       INCLUI-ENDERECO.
           IF WRK-ULTIMA-SEQ >= 99
               DISPLAY 'CLIENTE JA TEM 99 ENDERECOS DE ENTREGA'
           ELSE
               COMPUTE WRK-ENT-SEQ = WRK-ULTIMA-SEQ + 1
               PERFORM CAPTURA-DADOS-ENDERECO
               MOVE WRK-CLI-CODIGO TO ENT-CLI-CODIGO
               MOVE WRK-ENT-SEQ    TO ENT-SEQ
               MOVE WRK-ENDERECO   TO ENT-ENDERECO
               MOVE WRK-CEP        TO ENT-CEP
               MOVE WRK-CONTATO    TO ENT-CONTATO
               SET ENT-ATIVO       TO TRUE
               WRITE ENT-REGISTRO
                   INVALID KEY
                       DISPLAY 'ENDERECO JA CADASTRADO'
                   NOT INVALID KEY
                       DISPLAY 'ENDERECO INCLUIDO SOB A SEQUENCIA '
                               WRK-ENT-SEQ
                       MOVE SPACES TO WRK-DETALHE
                       STRING 'INCLUSAO ENDERECO ' WRK-ENT-SEQ
                           DELIMITED BY SIZE INTO WRK-DETALHE
                       PERFORM GRAVA-AUDITORIA
               END-WRITE
           END-IF.

       ALTERA-ENDERECO.
           PERFORM LE-ENDERECO-INFORMADO.
           IF WRK-ENDERECOS-ST = '00'
               PERFORM CAPTURA-DADOS-ENDERECO
               MOVE WRK-ENDERECO TO ENT-ENDERECO
               MOVE WRK-CEP      TO ENT-CEP
               MOVE WRK-CONTATO  TO ENT-CONTATO
               SET ENT-ATIVO     TO TRUE
               REWRITE ENT-REGISTRO
               DISPLAY 'ENDERECO ALTERADO'
               MOVE SPACES TO WRK-DETALHE
               STRING 'ALTERACAO ENDERECO ' WRK-ENT-SEQ
                   DELIMITED BY SIZE INTO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       INATIVA-ENDERECO.
           PERFORM LE-ENDERECO-INFORMADO.
           IF WRK-ENDERECOS-ST = '00'
               SET ENT-INATIVO TO TRUE
               REWRITE ENT-REGISTRO
               DISPLAY 'ENDERECO INATIVADO'
               MOVE SPACES TO WRK-DETALHE
               STRING 'INATIVACAO ENDERECO ' WRK-ENT-SEQ
                   DELIMITED BY SIZE INTO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       LE-ENDERECO-INFORMADO.
           DISPLAY 'SEQUENCIA DO ENDERECO.. '.
           MOVE 'N' TO WRK-ENT-SEQ-SW.
           PERFORM CAPTURA-ENT-SEQ UNTIL WRK-ENT-SEQ-VALIDO.
           MOVE WRK-CLI-CODIGO TO ENT-CLI-CODIGO.
           MOVE WRK-ENT-SEQ    TO ENT-SEQ.
           READ ENDERECOS-ENTREGA
               INVALID KEY
                   DISPLAY 'ENDERECO NAO CADASTRADO - A SEQUENCIA '
                           '00 E ALTERADA PELA OPCAO 2'
           END-READ.

       CAPTURA-DADOS-ENDERECO.
           DISPLAY 'ENDERECO DE ENTREGA.. '.
           ACCEPT WRK-ENDERECO.
           DISPLAY 'CEP.................. '.
           MOVE 'N' TO WRK-CEP-SW.
           PERFORM CAPTURA-CEP UNTIL WRK-CEP-VALIDO.
           DISPLAY 'CONTATO NO LOCAL..... '.
           ACCEPT WRK-CONTATO.

       GRAVA-SOLICITACAO-DESBLOQ.
           OPEN I-O APROVACOES.
           IF WRK-APROVACOES-ST NOT = '00'
           DISPLAY 'CPF (11 DIGITOS).. '.
           MOVE 'N' TO WRK-CPF-OK-SW.
           PERFORM CAPTURA-CPF-CRITICADO UNTIL WRK-CPF-OK.
           DISPLAY 'CONDICAO DE PAGAMENTO (00 = VENCTO UNICO).. '.
           MOVE 'N' TO WRK-COND-OK-SW.
           PERFORM CAPTURA-COND-CRITICADA UNTIL WRK-COND-OK.
           DISPLAY 'TRANSPORTADORA PREFERIDA (000 = MENOR FRETE).. '.
           MOVE 'N' TO WRK-TRANSP-OK-SW.
           PERFORM CAPTURA-TRANSP-CRITICADA UNTIL WRK-TRANSP-OK.

      *****************************************************
      * CAPTURA-COND-CRITICADA - CONDICAO PADRAO DO
      * CLIENTE: ZERO DISPENSA A TABELA (TITULO UNICO COM
      * VENCIMENTO INFORMADO NO FATURAMENTO); DIFERENTE DE
      * ZERO PRECISA ESTAR ATIVA NO CONDPAGT (PROGC112)
      *****************************************************
       CAPTURA-COND-CRITICADA.
           MOVE 'N' TO WRK-COND-PAGTO-SW.
           PERFORM CAPTURA-COND-PAGTO UNTIL WRK-COND-PAGTO-VALIDA.
           IF WRK-COND-PAGTO = ZEROS
               SET WRK-COND-OK TO TRUE
           ELSE
               IF WRK-COND-PAGTO-ST NOT = '00'
                   DISPLAY 'TABELA DE CONDICOES INDISPONIVEL - '
                           'INFORME 00'
               ELSE
                   MOVE WRK-COND-PAGTO TO CDP-CODIGO
                   READ COND-PAGTO
                       INVALID KEY
                           DISPLAY 'CONDICAO NAO CADASTRADA'
                       NOT INVALID KEY
                           IF CDP-ATIVA
                               DISPLAY 'CONDICAO.. ' CDP-DESCRICAO
                               SET WRK-COND-OK TO TRUE
                           ELSE
                               DISPLAY 'CONDICAO INATIVA'
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *****************************************************
      * CAPTURA-TRANSP-CRITICADA - TRANSPORTADORA PREFERIDA
      * DO CLIENTE: ZERO DEIXA O PEDIDO ESCOLHER A DE MENOR
      * FRETE; DIFERENTE DE ZERO PRECISA ESTAR ATIVA NO
      * TRANSPOR (PROGC118)
      *****************************************************
       CAPTURA-TRANSP-CRITICADA.
           MOVE 'N' TO WRK-TRANSP-PREF-SW.
           PERFORM CAPTURA-TRANSP-PREF UNTIL WRK-TRANSP-PREF-VALIDA.
           IF WRK-TRANSP-PREF = ZEROS
               SET WRK-TRANSP-OK TO TRUE
           ELSE
               IF WRK-TRANSPORTADORAS-ST NOT = '00'
                   DISPLAY 'CADASTRO DE TRANSPORTADORAS '
                           'INDISPONIVEL - INFORME 000'
               ELSE
                   MOVE WRK-TRANSP-PREF TO TRP-CODIGO
                   READ TRANSPORTADORAS
                       INVALID KEY
                           DISPLAY 'TRANSPORTADORA NAO CADASTRADA'
                       NOT INVALID KEY
                           IF TRP-ATIVA
                               DISPLAY 'TRANSPORTADORA.. ' TRP-NOME
                               SET WRK-TRANSP-OK TO TRUE
                           ELSE
                               DISPLAY 'TRANSPORTADORA INATIVA'
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CAPTURA-CPF-CRITICADO.
           MOVE 'N' TO WRK-CPF-NUM-SW.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING WRK-DETALHE ' CLIENTE=' WRK-CLI-CODIGO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-CAMPO     BY WRK-LIMITE
               VALIDNUM-CHAVE-SW  BY WRK-LIMITE-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COND-PAGTO
               VALIDNUM-CAMPO     BY WRK-COND-PAGTO
               VALIDNUM-CHAVE-SW  BY WRK-COND-PAGTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-TRANSP-PREF
               VALIDNUM-CAMPO     BY WRK-TRANSP-PREF
               VALIDNUM-CHAVE-SW  BY WRK-TRANSP-PREF-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO-END
               VALIDNUM-CAMPO     BY WRK-OPCAO-END
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-END-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-ENT-SEQ
               VALIDNUM-CAMPO     BY WRK-ENT-SEQ
               VALIDNUM-CHAVE-SW  BY WRK-ENT-SEQ-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CPF
               VALIDNUM-CAMPO     BY WRK-CPF-NUMERO
