       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC122.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DAS METAS DE VENDA POR VENDEDOR
      * E COMPETENCIA (INCLUSAO, ALTERACAO E EXCLUSAO) -
      * VALOR DE VENDA LIQUIDA DO MES E, OPCIONALMENTE,
      * QUANTIDADE DE CLIENTES NOVOS (METAS). O VENDEDOR
      * PRECISA ESTAR NO CADASTRO DO PROGCOB60; O
      * ATINGIMENTO SAI NO RELATORIO MENSAL DO PROGC123 E
      * ALIMENTA AS FAIXAS DE COMISSAO DO PROGCOB61
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
           SELECT METAS ASSIGN TO "METAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MET-CHAVE
               FILE STATUS IS WRK-METAS-ST.
           SELECT VENDEDORES ASSIGN TO "VENDEDOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-VENDEDORES-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  METAS.
           COPY METAREG.
       FD  VENDEDORES.
           COPY VENDREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-METAS-ST         PIC X(02) VALUE SPACES.
       77 WRK-VENDEDORES-ST    PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-VENDEDOR   PIC 9(04) VALUE ZEROS.
       77 WRK-VENDEDOR-SW PIC X(01) VALUE 'N'.
           88 WRK-VENDEDOR-VALIDO VALUE 'S'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-MES        PIC 9(02) VALUE ZEROS.
       77 WRK-META-SW    PIC X(01) VALUE 'N'.
           88 WRK-META-ENCONTRADA VALUE 'S'.
       77 WRK-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-SW   PIC X(01) VALUE 'N'.
           88 WRK-VALOR-VALIDO VALUE 'S'.
       77 WRK-NOVOS      PIC 9(04) VALUE ZEROS.
       77 WRK-NOVOS-SW   PIC X(01) VALUE 'N'.
           88 WRK-NOVOS-VALIDO VALUE 'S'.
       77 WRK-EXCLUI     PIC X(01) VALUE 'N'.
           88 WRK-EXCLUI-SIM VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       77 WRK-VALOR-ED   PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC122' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O METAS.
           IF WRK-METAS-ST NOT = '00'
               CLOSE METAS
               OPEN OUTPUT METAS
               CLOSE METAS
               OPEN I-O METAS
           END-IF.
           OPEN INPUT VENDEDORES.
           DISPLAY '===================================='.
           DISPLAY 'METAS DE VENDA POR VENDEDOR'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-EXCLUIR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE METAS
               CLOSE VENDEDORES
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DO VENDEDOR.. '.
           PERFORM CAPTURA-VENDEDOR UNTIL WRK-VENDEDOR-VALIDO.
           MOVE WRK-VENDEDOR TO VEN-CODIGO.
           READ VENDEDORES
               INVALID KEY
                   DISPLAY 'VENDEDOR NAO CADASTRADO'
                   CLOSE VENDEDORES
                   CLOSE METAS
                   GOBACK
           END-READ.
           DISPLAY 'VENDEDOR.. ' VEN-NOME.
           DISPLAY 'COMPETENCIA (AAAAMM).. '.
           PERFORM CAPTURA-COMPETENCIA-META
               UNTIL WRK-COMPETENCIA-VALIDA.
           MOVE WRK-VENDEDOR    TO MET-VEN-CODIGO.
           MOVE WRK-COMPETENCIA TO MET-ANOMES.
           READ METAS
               INVALID KEY
                   MOVE 'N' TO WRK-META-SW
               NOT INVALID KEY
                   SET WRK-META-ENCONTRADA TO TRUE
           END-READ.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-META
               WHEN 2
                   PERFORM ALTERA-META
               WHEN 3
                   PERFORM EXCLUI-META
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           CLOSE VENDEDORES.
           CLOSE METAS.
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
               WHEN 2
                   SET ACE-ALTERAR TO TRUE
               WHEN 3
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * CAPTURA-COMPETENCIA-META - AAAAMM NUMERICO COM MES
      * DE 01 A 12
      *****************************************************
       CAPTURA-COMPETENCIA-META.
           MOVE 'N' TO WRK-COMPETENCIA-SW.
           PERFORM CAPTURA-COMPETENCIA
               UNTIL WRK-COMPETENCIA-VALIDA.
           MOVE WRK-COMPETENCIA (5:2) TO WRK-MES.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'MES INVALIDO - INFORME AAAAMM'
               MOVE 'N' TO WRK-COMPETENCIA-SW
           END-IF.

       INCLUI-META.
           IF WRK-META-ENCONTRADA
               DISPLAY 'META JA CADASTRADA PARA A COMPETENCIA'
           ELSE
               PERFORM CAPTURA-DADOS-META
               MOVE SPACES TO MET-REGISTRO
               MOVE WRK-VENDEDOR    TO MET-VEN-CODIGO
               MOVE WRK-COMPETENCIA TO MET-ANOMES
               PERFORM MOVE-DADOS-META
               WRITE MET-REGISTRO
               DISPLAY 'META INCLUIDA'
               MOVE 'INCLUSAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       ALTERA-META.
           IF NOT WRK-META-ENCONTRADA
               PERFORM META-NAO-CADASTRADA
           ELSE
               PERFORM MOSTRA-META-ATUAL
               PERFORM CAPTURA-DADOS-META
               PERFORM MOVE-DADOS-META
               REWRITE MET-REGISTRO
               DISPLAY 'META ALTERADA'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       EXCLUI-META.
           IF NOT WRK-META-ENCONTRADA
               PERFORM META-NAO-CADASTRADA
           ELSE
               PERFORM MOSTRA-META-ATUAL
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N).. '
               ACCEPT WRK-EXCLUI
               IF WRK-EXCLUI-SIM
                   DELETE METAS
                   DISPLAY 'META EXCLUIDA'
                   MOVE 'EXCLUSAO' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY 'EXCLUSAO ABANDONADA'
               END-IF
           END-IF.

       MOSTRA-META-ATUAL.
           MOVE MET-VALOR TO WRK-VALOR-ED.
           DISPLAY 'ATUAL - VALOR ' WRK-VALOR-ED
                   ' CLIENTES NOVOS ' MET-NOVOS-CLIENTES.

       MOVE-DADOS-META.
           MOVE WRK-VALOR TO MET-VALOR.
           MOVE WRK-NOVOS TO MET-NOVOS-CLIENTES.

       CAPTURA-DADOS-META.
           DISPLAY 'META DE VENDA LIQUIDA (9(09)V99).. '.
           MOVE 'N' TO WRK-VALOR-SW.
           PERFORM CAPTURA-VALOR UNTIL WRK-VALOR-VALIDO.
           DISPLAY 'META DE CLIENTES NOVOS (0=SEM).... '.
           MOVE 'N' TO WRK-NOVOS-SW.
           PERFORM CAPTURA-NOVOS UNTIL WRK-NOVOS-VALIDO.

       META-NAO-CADASTRADA.
           DISPLAY 'META NAO CADASTRADA PARA A COMPETENCIA'.

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
           MOVE 'PROGC122' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-DETALHE ' META VENDEDOR=' WRK-VENDEDOR
               ' ' WRK-COMPETENCIA
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
               VALIDNUM-PARAGRAFO BY CAPTURA-VENDEDOR
               VALIDNUM-CAMPO     BY WRK-VENDEDOR
               VALIDNUM-CHAVE-SW  BY WRK-VENDEDOR-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR
               VALIDNUM-CAMPO     BY WRK-VALOR
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-NOVOS
               VALIDNUM-CAMPO     BY WRK-NOVOS
               VALIDNUM-CHAVE-SW  BY WRK-NOVOS-SW.
