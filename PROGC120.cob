       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC120.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DA TABELA DE TRIBUTACAO POR NCM
      * (INCLUSAO, ALTERACAO E EXCLUSAO) - DESCRICAO DA
      * CLASSIFICACAO FISCAL, ALIQUOTAS DE IPI, PIS E COFINS
      * E SE O IPI ENTRA NA BASE DO ICMS (TRIBNCM). O NCM
      * 00000000 E A REGRA PADRAO, APLICADA PELA ROTINA
      * CALCTRIB AO PRODUTO SEM NCM OU COM NCM FORA DA
      * TABELA; O PEDIDO (PROGCOB09) CALCULA OS TRIBUTOS DO
      * ITEM PELA REGRA DO NCM DO PRODUTO
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
           SELECT TRIB-NCM ASSIGN TO "TRIBNCM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NCM-CODIGO
               FILE STATUS IS WRK-TRIB-NCM-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRIB-NCM.
           COPY NCMTREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-TRIB-NCM-ST      PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-NCM        PIC 9(08) VALUE ZEROS.
       77 WRK-NCM-SW     PIC X(01) VALUE 'N'.
           88 WRK-NCM-VALIDO VALUE 'S'.
       77 WRK-NCM-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-NCM-ENCONTRADO VALUE 'S'.
       77 WRK-DESCRICAO  PIC X(30) VALUE SPACES.
       77 WRK-IPI-PERC   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-IPI-PERC-SW PIC X(01) VALUE 'N'.
           88 WRK-IPI-PERC-VALIDO VALUE 'S'.
       77 WRK-PIS-PERC   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PIS-PERC-SW PIC X(01) VALUE 'N'.
           88 WRK-PIS-PERC-VALIDO VALUE 'S'.
       77 WRK-COFINS-PERC PIC 9(02)V99 VALUE ZEROS.
       77 WRK-COFINS-PERC-SW PIC X(01) VALUE 'N'.
           88 WRK-COFINS-PERC-VALIDO VALUE 'S'.
       77 WRK-IPI-BASE   PIC X(01) VALUE SPACES.
           88 WRK-IPI-BASE-VALIDA VALUE 'S' 'N'.
       77 WRK-EXCLUI     PIC X(01) VALUE 'N'.
           88 WRK-EXCLUI-SIM VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       77 WRK-PERC-ED    PIC Z9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC120' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O TRIB-NCM.
           IF WRK-TRIB-NCM-ST NOT = '00'
               CLOSE TRIB-NCM
               OPEN OUTPUT TRIB-NCM
               CLOSE TRIB-NCM
               OPEN I-O TRIB-NCM
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'TABELA DE TRIBUTACAO POR NCM'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-EXCLUIR'.
           DISPLAY '(NCM 00000000 = REGRA PADRAO)'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE TRIB-NCM
               GOBACK
           END-IF.
           DISPLAY 'NCM (8 DIGITOS).. '.
           PERFORM CAPTURA-NCM UNTIL WRK-NCM-VALIDO.
           MOVE WRK-NCM TO NCM-CODIGO.
           READ TRIB-NCM
               INVALID KEY
                   MOVE 'N' TO WRK-NCM-ACHADO-SW
               NOT INVALID KEY
                   SET WRK-NCM-ENCONTRADO TO TRUE
           END-READ.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-REGRA-NCM
               WHEN 2
                   PERFORM ALTERA-REGRA-NCM
               WHEN 3
                   PERFORM EXCLUI-REGRA-NCM
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           CLOSE TRIB-NCM.
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

       INCLUI-REGRA-NCM.
           IF WRK-NCM-ENCONTRADO
               DISPLAY 'NCM JA CADASTRADO'
           ELSE
               PERFORM CAPTURA-DADOS-REGRA
               MOVE SPACES TO NCM-REGISTRO
               MOVE WRK-NCM TO NCM-CODIGO
               PERFORM MOVE-DADOS-REGRA
               WRITE NCM-REGISTRO
               DISPLAY 'NCM INCLUIDO'
               MOVE 'INCLUSAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       ALTERA-REGRA-NCM.
           IF NOT WRK-NCM-ENCONTRADO
               PERFORM NCM-NAO-CADASTRADO
           ELSE
               PERFORM MOSTRA-REGRA-ATUAL
               PERFORM CAPTURA-DADOS-REGRA
               PERFORM MOVE-DADOS-REGRA
               REWRITE NCM-REGISTRO
               DISPLAY 'NCM ALTERADO'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * EXCLUI-REGRA-NCM - OS PRODUTOS DO NCM EXCLUIDO
      * PASSAM A SER TRIBUTADOS PELA REGRA PADRAO; OS ITENS
      * JA VENDIDOS GUARDAM AS ALIQUOTAS APLICADAS
      *****************************************************
       EXCLUI-REGRA-NCM.
           IF NOT WRK-NCM-ENCONTRADO
               PERFORM NCM-NAO-CADASTRADO
           ELSE
               PERFORM MOSTRA-REGRA-ATUAL
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N).. '
               ACCEPT WRK-EXCLUI
               IF WRK-EXCLUI-SIM
                   DELETE TRIB-NCM
                   DISPLAY 'NCM EXCLUIDO'
                   MOVE 'EXCLUSAO' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY 'EXCLUSAO ABANDONADA'
               END-IF
           END-IF.

       MOSTRA-REGRA-ATUAL.
           DISPLAY 'NCM.. ' NCM-DESCRICAO.
           MOVE NCM-IPI-PERC TO WRK-PERC-ED.
           DISPLAY 'ATUAL - IPI ' WRK-PERC-ED
                   ' NA BASE DO ICMS ' NCM-IPI-BASE-ICMS.
           MOVE NCM-PIS-PERC TO WRK-PERC-ED.
           DISPLAY '        PIS ' WRK-PERC-ED.
           MOVE NCM-COFINS-PERC TO WRK-PERC-ED.
           DISPLAY '        COFINS ' WRK-PERC-ED.

       MOVE-DADOS-REGRA.
           MOVE WRK-DESCRICAO   TO NCM-DESCRICAO.
           MOVE WRK-IPI-PERC    TO NCM-IPI-PERC.
           MOVE WRK-PIS-PERC    TO NCM-PIS-PERC.
           MOVE WRK-COFINS-PERC TO NCM-COFINS-PERC.
           MOVE WRK-IPI-BASE    TO NCM-IPI-BASE-ICMS.

       CAPTURA-DADOS-REGRA.
           DISPLAY 'DESCRICAO.................. '.
           ACCEPT WRK-DESCRICAO.
           DISPLAY 'ALIQUOTA DE IPI (99V99).... '.
           MOVE 'N' TO WRK-IPI-PERC-SW.
           PERFORM CAPTURA-IPI-PERC UNTIL WRK-IPI-PERC-VALIDO.
           DISPLAY 'IPI NA BASE DO ICMS (S/N).. '.
           MOVE SPACES TO WRK-IPI-BASE.
           PERFORM CAPTURA-IPI-BASE UNTIL WRK-IPI-BASE-VALIDA.
           DISPLAY 'ALIQUOTA DE PIS (99V99).... '.
           MOVE 'N' TO WRK-PIS-PERC-SW.
           PERFORM CAPTURA-PIS-PERC UNTIL WRK-PIS-PERC-VALIDO.
           DISPLAY 'ALIQUOTA DE COFINS (99V99). '.
           MOVE 'N' TO WRK-COFINS-PERC-SW.
           PERFORM CAPTURA-COFINS-PERC UNTIL WRK-COFINS-PERC-VALIDO.

       CAPTURA-IPI-BASE.
           ACCEPT WRK-IPI-BASE.
           IF NOT WRK-IPI-BASE-VALIDA
               DISPLAY 'RESPOSTA INVALIDA - DIGITE S OU N'
           END-IF.

       NCM-NAO-CADASTRADO.
           DISPLAY 'NCM NAO CADASTRADO'.

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
           MOVE 'PROGC120' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-DETALHE ' NCM=' WRK-NCM
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
               VALIDNUM-PARAGRAFO BY CAPTURA-NCM
               VALIDNUM-CAMPO     BY WRK-NCM
               VALIDNUM-CHAVE-SW  BY WRK-NCM-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-IPI-PERC
               VALIDNUM-CAMPO     BY WRK-IPI-PERC
               VALIDNUM-CHAVE-SW  BY WRK-IPI-PERC-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PIS-PERC
               VALIDNUM-CAMPO     BY WRK-PIS-PERC
               VALIDNUM-CHAVE-SW  BY WRK-PIS-PERC-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COFINS-PERC
               VALIDNUM-CAMPO     BY WRK-COFINS-PERC
               VALIDNUM-CHAVE-SW  BY WRK-COFINS-PERC-SW.
