       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC118.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DO CADASTRO DE TRANSPORTADORAS
      * (INCLUSAO, ALTERACAO, INATIVACAO E REATIVACAO) -
      * NOME E FORNECEDOR QUE RECEBE O TITULO DA FATURA DE
      * FRETE (PRECISA ESTAR NO FORNECED) - E DA TABELA DE
      * FRETE DE CADA TRANSPORTADORA POR ZONA DE CEP
      * (FRETETRP): MULTIPLICADOR SOBRE O VALOR DO ITEM,
      * TAXA FIXA POR ITEM E PRAZO EM DIAS UTEIS; A ZONA
      * EXCLUIDA DEIXA DE SER ATENDIDA PELA TRANSPORTADORA.
      * O PEDIDO (PROGCOB09) ESCOLHE ENTRE AS
      * TRANSPORTADORAS ATIVAS QUE ATENDEM A ZONA
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
           SELECT TRANSPORTADORAS ASSIGN TO "TRANSPOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRP-CODIGO
               FILE STATUS IS WRK-TRANSPORTADORAS-ST.
           SELECT FRETE-TRANSP ASSIGN TO "FRETETRP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FTP-CHAVE
               FILE STATUS IS WRK-FRETE-TRANSP-ST.
           SELECT FORNECEDORES ASSIGN TO "FORNECED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
       FD  TRANSPORTADORAS.
           COPY TRANSPREG.
       FD  FRETE-TRANSP.
           COPY FRTTPREG.
       FD  FORNECEDORES.
           COPY FORNREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-TRANSPORTADORAS-ST PIC X(02) VALUE SPACES.
       77 WRK-FRETE-TRANSP-ST  PIC X(02) VALUE SPACES.
       77 WRK-FORNECEDORES-ST  PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-TRP-CODIGO PIC 9(03) VALUE ZEROS.
       77 WRK-TRP-CODIGO-SW PIC X(01) VALUE 'N'.
           88 WRK-TRP-CODIGO-VALIDO VALUE 'S'.
       77 WRK-TRP-SW     PIC X(01) VALUE 'N'.
           88 WRK-TRP-ENCONTRADA VALUE 'S'.
       77 WRK-NOME       PIC X(30) VALUE SPACES.
       77 WRK-FOR-CODIGO PIC 9(06) VALUE ZEROS.
       77 WRK-FOR-CODIGO-SW PIC X(01) VALUE 'N'.
           88 WRK-FOR-CODIGO-VALIDO VALUE 'S'.
       77 WRK-FOR-OK-SW  PIC X(01) VALUE 'N'.
           88 WRK-FOR-OK VALUE 'S'.
       77 WRK-ZONA       PIC X(01) VALUE SPACES.
           88 WRK-ZONA-VALIDA VALUE '1' THRU '5'.
       77 WRK-ZONA-SW    PIC X(01) VALUE 'N'.
           88 WRK-ZONA-OK VALUE 'S'.
       77 WRK-MULT-FRETE PIC 9(01)V999 VALUE ZEROS.
       77 WRK-MULT-FRETE-SW PIC X(01) VALUE 'N'.
           88 WRK-MULT-FRETE-VALIDO VALUE 'S'.
       77 WRK-TAXA-ZONA  PIC 9(02)V99 VALUE ZEROS.
       77 WRK-TAXA-ZONA-SW PIC X(01) VALUE 'N'.
           88 WRK-TAXA-ZONA-VALIDA VALUE 'S'.
       77 WRK-PRAZO-DIAS PIC 9(02) VALUE ZEROS.
       77 WRK-PRAZO-DIAS-SW PIC X(01) VALUE 'N'.
           88 WRK-PRAZO-DIAS-VALIDO VALUE 'S'.
       77 WRK-EXCLUI     PIC X(01) VALUE 'N'.
           88 WRK-EXCLUI-SIM VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       77 WRK-MULT-ED    PIC 9,999 VALUE ZEROS.
       77 WRK-TAXA-ED    PIC Z9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC118' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O TRANSPORTADORAS.
           IF WRK-TRANSPORTADORAS-ST NOT = '00'
               CLOSE TRANSPORTADORAS
               OPEN OUTPUT TRANSPORTADORAS
               CLOSE TRANSPORTADORAS
               OPEN I-O TRANSPORTADORAS
           END-IF.
           OPEN I-O FRETE-TRANSP.
           IF WRK-FRETE-TRANSP-ST NOT = '00'
               CLOSE FRETE-TRANSP
               OPEN OUTPUT FRETE-TRANSP
               CLOSE FRETE-TRANSP
               OPEN I-O FRETE-TRANSP
           END-IF.
           OPEN INPUT FORNECEDORES.
           DISPLAY '===================================='.
           DISPLAY 'MANUTENCAO DO CADASTRO DE TRANSPORTADORAS'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-INATIVAR'.
           DISPLAY '4-REATIVAR 5-FRETE POR ZONA'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE TRANSPORTADORAS
               CLOSE FRETE-TRANSP
               CLOSE FORNECEDORES
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DA TRANSPORTADORA.. '.
           PERFORM CAPTURA-TRP-CODIGO UNTIL WRK-TRP-CODIGO-VALIDO.
           MOVE WRK-TRP-CODIGO TO TRP-CODIGO.
           READ TRANSPORTADORAS
               INVALID KEY
                   MOVE 'N' TO WRK-TRP-SW
               NOT INVALID KEY
                   SET WRK-TRP-ENCONTRADA TO TRUE
           END-READ.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-TRANSPORTADORA
               WHEN 2
                   PERFORM ALTERA-TRANSPORTADORA
               WHEN 3
                   PERFORM INATIVA-TRANSPORTADORA
               WHEN 4
                   PERFORM REATIVA-TRANSPORTADORA
               WHEN 5
                   PERFORM MANTEM-FRETE-ZONA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           IF WRK-FORNECEDORES-ST = '00'
               CLOSE FORNECEDORES
           END-IF.
           CLOSE FRETE-TRANSP.
           CLOSE TRANSPORTADORAS.
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
               WHEN 2 WHEN 4 WHEN 5
                   SET ACE-ALTERAR TO TRUE
               WHEN 3
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       INCLUI-TRANSPORTADORA.
           IF WRK-TRP-CODIGO = ZEROS
               DISPLAY 'CODIGO ZERO NAO PERMITIDO'
           ELSE
               IF WRK-TRP-ENCONTRADA
                   DISPLAY 'TRANSPORTADORA JA CADASTRADA'
               ELSE
                   PERFORM CAPTURA-DADOS-TRANSPORTADORA
                   MOVE SPACES TO TRP-REGISTRO
                   MOVE WRK-TRP-CODIGO TO TRP-CODIGO
                   PERFORM MOVE-DADOS-TRANSPORTADORA
                   SET TRP-ATIVA TO TRUE
                   WRITE TRP-REGISTRO
                   DISPLAY 'TRANSPORTADORA INCLUIDA - INFORME O '
                           'FRETE POR ZONA (OPCAO 5)'
                   MOVE 'INCLUSAO' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

       ALTERA-TRANSPORTADORA.
           IF NOT WRK-TRP-ENCONTRADA
               PERFORM TRANSPORTADORA-NAO-CADASTRADA
           ELSE
               DISPLAY 'TRANSPORTADORA.. ' TRP-NOME
               PERFORM CAPTURA-DADOS-TRANSPORTADORA
               PERFORM MOVE-DADOS-TRANSPORTADORA
               REWRITE TRP-REGISTRO
               DISPLAY 'TRANSPORTADORA ALTERADA'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       INATIVA-TRANSPORTADORA.
           IF NOT WRK-TRP-ENCONTRADA
               PERFORM TRANSPORTADORA-NAO-CADASTRADA
           ELSE
               SET TRP-INATIVA TO TRUE
               REWRITE TRP-REGISTRO
               DISPLAY 'TRANSPORTADORA INATIVADA'
               MOVE 'INATIVACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       REATIVA-TRANSPORTADORA.
           IF NOT WRK-TRP-ENCONTRADA
               PERFORM TRANSPORTADORA-NAO-CADASTRADA
           ELSE
               SET TRP-ATIVA TO TRUE
               REWRITE TRP-REGISTRO
               DISPLAY 'TRANSPORTADORA REATIVADA'
               MOVE 'REATIVACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       MOVE-DADOS-TRANSPORTADORA.
           MOVE WRK-NOME       TO TRP-NOME.
           MOVE WRK-FOR-CODIGO TO TRP-FOR-CODIGO.

       CAPTURA-DADOS-TRANSPORTADORA.
           DISPLAY 'NOME.................. '.
           ACCEPT WRK-NOME.
           DISPLAY 'FORNECEDOR (FATURA DE FRETE).. '.
           MOVE 'N' TO WRK-FOR-OK-SW.
           PERFORM CAPTURA-FORNECEDOR-CRITICADO UNTIL WRK-FOR-OK.

      *****************************************************
      * CAPTURA-FORNECEDOR-CRITICADO - A FATURA DA
      * TRANSPORTADORA VIRA TITULO A PAGAR DESTE
      * FORNECEDOR NO PROGCOB25, ENTAO ELE PRECISA EXISTIR
      *****************************************************
       CAPTURA-FORNECEDOR-CRITICADO.
           MOVE 'N' TO WRK-FOR-CODIGO-SW.
           PERFORM CAPTURA-FOR-CODIGO UNTIL WRK-FOR-CODIGO-VALIDO.
           IF WRK-FORNECEDORES-ST NOT = '00'
               DISPLAY 'CADASTRO DE FORNECEDORES INDISPONIVEL'
               SET WRK-FOR-OK TO TRUE
           ELSE
               MOVE WRK-FOR-CODIGO TO FOR-CODIGO
               READ FORNECEDORES
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO CADASTRADO'
                   NOT INVALID KEY
                       DISPLAY 'FORNECEDOR.. ' FOR-RAZAO-SOCIAL
                       SET WRK-FOR-OK TO TRUE
               END-READ
           END-IF.

      *****************************************************
      * MANTEM-FRETE-ZONA - INCLUI OU ALTERA A TAXA DA
      * TRANSPORTADORA NUMA ZONA DE CEP, OU EXCLUI A ZONA
      * (A TRANSPORTADORA DEIXA DE SER OPCAO NELA)
      *****************************************************
       MANTEM-FRETE-ZONA.
           IF NOT WRK-TRP-ENCONTRADA
               PERFORM TRANSPORTADORA-NAO-CADASTRADA
           ELSE
               DISPLAY 'TRANSPORTADORA.. ' TRP-NOME
               DISPLAY 'ZONA DE ENTREGA (1 A 5).. '
               PERFORM CAPTURA-ZONA UNTIL WRK-ZONA-OK
               MOVE WRK-TRP-CODIGO TO FTP-TRP-CODIGO
               MOVE WRK-ZONA       TO FTP-ZONA
               READ FRETE-TRANSP
                   INVALID KEY
                       PERFORM INCLUI-FRETE-ZONA
                   NOT INVALID KEY
                       PERFORM ALTERA-FRETE-ZONA
               END-READ
           END-IF.

       INCLUI-FRETE-ZONA.
           PERFORM CAPTURA-DADOS-FRETE.
           MOVE SPACES TO FTP-REGISTRO.
           MOVE WRK-TRP-CODIGO TO FTP-TRP-CODIGO.
           MOVE WRK-ZONA       TO FTP-ZONA.
           PERFORM MOVE-DADOS-FRETE.
           WRITE FTP-REGISTRO.
           DISPLAY 'FRETE DA ZONA INCLUIDO'.
           MOVE 'INCLUSAO FRETE ZONA ' TO WRK-DETALHE.
           MOVE WRK-ZONA TO WRK-DETALHE (21:1).
           PERFORM GRAVA-AUDITORIA.

       ALTERA-FRETE-ZONA.
           MOVE FTP-MULT-FRETE TO WRK-MULT-ED.
           MOVE FTP-TAXA-ZONA  TO WRK-TAXA-ED.
           DISPLAY 'ATUAL - MULTIPLICADOR ' WRK-MULT-ED
                   ' TAXA ' WRK-TAXA-ED
                   ' PRAZO ' FTP-PRAZO-DIAS.
           DISPLAY 'EXCLUIR A ZONA DESTA TRANSPORTADORA (S/N).. '.
           ACCEPT WRK-EXCLUI.
           IF WRK-EXCLUI-SIM
               DELETE FRETE-TRANSP
               DISPLAY 'ZONA EXCLUIDA'
               MOVE 'EXCLUSAO FRETE ZONA ' TO WRK-DETALHE
               MOVE WRK-ZONA TO WRK-DETALHE (21:1)
           ELSE
               PERFORM CAPTURA-DADOS-FRETE
               PERFORM MOVE-DADOS-FRETE
               REWRITE FTP-REGISTRO
               DISPLAY 'FRETE DA ZONA ALTERADO'
               MOVE 'ALTERACAO FRETE ZONA ' TO WRK-DETALHE
               MOVE WRK-ZONA TO WRK-DETALHE (22:1)
           END-IF.
           PERFORM GRAVA-AUDITORIA.

       MOVE-DADOS-FRETE.
           MOVE WRK-MULT-FRETE TO FTP-MULT-FRETE.
           MOVE WRK-TAXA-ZONA  TO FTP-TAXA-ZONA.
           MOVE WRK-PRAZO-DIAS TO FTP-PRAZO-DIAS.

       CAPTURA-DADOS-FRETE.
           DISPLAY 'MULTIPLICADOR SOBRE O VALOR (9V999).. '.
           MOVE 'N' TO WRK-MULT-FRETE-SW.
           PERFORM CAPTURA-MULT-FRETE UNTIL WRK-MULT-FRETE-VALIDO.
           DISPLAY 'TAXA FIXA POR ITEM (99V99).. '.
           MOVE 'N' TO WRK-TAXA-ZONA-SW.
           PERFORM CAPTURA-TAXA-ZONA UNTIL WRK-TAXA-ZONA-VALIDA.
           DISPLAY 'PRAZO DE ENTREGA (DIAS UTEIS).. '.
           MOVE 'N' TO WRK-PRAZO-DIAS-SW.
           PERFORM CAPTURA-PRAZO-DIAS UNTIL WRK-PRAZO-DIAS-VALIDO.

       CAPTURA-ZONA.
           ACCEPT WRK-ZONA.
           IF WRK-ZONA-VALIDA
               SET WRK-ZONA-OK TO TRUE
           ELSE
               DISPLAY 'ZONA INVALIDA - DIGITE DE 1 A 5'
           END-IF.

       TRANSPORTADORA-NAO-CADASTRADA.
           DISPLAY 'TRANSPORTADORA NAO CADASTRADA'.

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
           MOVE 'PROGC118' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-DETALHE ' TRANSP=' WRK-TRP-CODIGO
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
               VALIDNUM-PARAGRAFO BY CAPTURA-TRP-CODIGO
               VALIDNUM-CAMPO     BY WRK-TRP-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-TRP-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-FOR-CODIGO
               VALIDNUM-CAMPO     BY WRK-FOR-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-FOR-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-MULT-FRETE
               VALIDNUM-CAMPO     BY WRK-MULT-FRETE
               VALIDNUM-CHAVE-SW  BY WRK-MULT-FRETE-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-TAXA-ZONA
               VALIDNUM-CAMPO     BY WRK-TAXA-ZONA
               VALIDNUM-CHAVE-SW  BY WRK-TAXA-ZONA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PRAZO-DIAS
               VALIDNUM-CAMPO     BY WRK-PRAZO-DIAS
               VALIDNUM-CHAVE-SW  BY WRK-PRAZO-DIAS-SW.
