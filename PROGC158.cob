       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC158.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DA TABELA DE INDICES ECONOMICOS
      * (INDICES) - TAXA MENSAL EM PERCENTUAL DO IPCA, DA
      * SELIC E DO IGP-M POR COMPETENCIA (INCLUSAO, ALTERACAO
      * E EXCLUSAO), CONSULTA DOS DOZE MESES DE UM ANO E
      * SIMULACAO DE CORRECAO DE UM VALOR PELO MODULO DE
      * CORRECAO MONETARIA (PROGC157). A TAXA PODE SER
      * NEGATIVA (DEFLACAO DO IGP-M)
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDICES ASSIGN TO "INDICES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IND-CHAVE
               FILE STATUS IS WRK-INDICES-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INDICES.
           COPY INDICREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-INDICES-ST       PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-INDICE     PIC X(05) VALUE SPACES.
       77 WRK-INDICE-SW  PIC X(01) VALUE 'N'.
           88 WRK-INDICE-VALIDO VALUE 'S'.
       77 WRK-COMPETENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-ANO        PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-SW     PIC X(01) VALUE 'N'.
           88 WRK-ANO-VALIDO VALUE 'S'.
       77 WRK-MES        PIC 9(02) VALUE ZEROS.
       77 WRK-TAXA       PIC 9(03)V9(04) VALUE ZEROS.
       77 WRK-TAXA-SW    PIC X(01) VALUE 'N'.
           88 WRK-TAXA-VALIDA VALUE 'S'.
       77 WRK-NEGATIVA   PIC X(01) VALUE SPACES.
           88 WRK-NEGATIVA-SIM    VALUE 'S'.
           88 WRK-NEGATIVA-VALIDA VALUE 'S' 'N'.
       77 WRK-IND-ACHADO-SW PIC X(01) VALUE 'N'.
           88 WRK-IND-ENCONTRADO VALUE 'S'.
       77 WRK-EXCLUI     PIC X(01) VALUE 'N'.
           88 WRK-EXCLUI-SIM VALUE 'S'.
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIAL-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-INICIAL-VALIDA VALUE 'S'.
       77 WRK-DATA-FINAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL-SW PIC X(01) VALUE 'N'.
           88 WRK-DATA-FINAL-VALIDA VALUE 'S'.
       77 WRK-VALOR      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-SW   PIC X(01) VALUE 'N'.
           88 WRK-VALOR-VALIDO VALUE 'S'.
       77 WRK-DATA-HOJE  PIC 9(08) VALUE ZEROS.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
       77 WRK-TAXA-ED    PIC -ZZ9,9999 VALUE ZEROS.
       77 WRK-FATOR-ED   PIC ZZZZ9,99999999 VALUE ZEROS.
       77 WRK-VALOR-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CORRECAO-ED PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY CMONREG.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC158' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O INDICES.
           IF WRK-INDICES-ST NOT = '00'
               CLOSE INDICES
               OPEN OUTPUT INDICES
               CLOSE INDICES
               OPEN I-O INDICES
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'TABELA DE INDICES ECONOMICOS'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-EXCLUIR'.
           DISPLAY '4-CONSULTAR ANO 5-SIMULAR CORRECAO'.
           DISPLAY '(INDICES: IPCA, SELIC, IGPM)'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE INDICES
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-TAXA
               WHEN 2
                   PERFORM ALTERA-TAXA
               WHEN 3
                   PERFORM EXCLUI-TAXA
               WHEN 4
                   PERFORM CONSULTA-ANO
               WHEN 5
                   PERFORM SIMULA-CORRECAO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           CLOSE INDICES.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; CONSULTA E
      * SIMULACAO NAO ALTERAM A TABELA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2
                   SET ACE-ALTERAR TO TRUE
               WHEN 3
                   SET ACE-EXCLUIR TO TRUE
               WHEN 4
               WHEN 5
                   SET ACE-CONSULTAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       LE-TAXA-INDICE.
           DISPLAY 'INDICE (IPCA/SELIC/IGPM).. '.
           MOVE 'N' TO WRK-INDICE-SW.
           PERFORM CAPTURA-INDICE UNTIL WRK-INDICE-VALIDO.
           DISPLAY 'COMPETENCIA (AAAAMM)...... '.
           MOVE 'N' TO WRK-COMPETENCIA-SW.
           PERFORM CAPTURA-COMPET UNTIL WRK-COMPETENCIA-VALIDA.
           MOVE WRK-INDICE      TO IND-CODIGO.
           MOVE WRK-COMPETENCIA TO IND-COMPETENCIA.
           READ INDICES
               INVALID KEY
                   MOVE 'N' TO WRK-IND-ACHADO-SW
               NOT INVALID KEY
                   SET WRK-IND-ENCONTRADO TO TRUE
           END-READ.

       CAPTURA-INDICE.
           ACCEPT WRK-INDICE.
           MOVE WRK-INDICE TO IND-CODIGO.
           IF IND-CODIGO-VALIDO
               SET WRK-INDICE-VALIDO TO TRUE
           ELSE
               DISPLAY 'INDICE INVALIDO - IPCA, SELIC OU IGPM'
           END-IF.

      *****************************************************
      * CAPTURA-COMPET - COMPETENCIA AAAAMM COM MES DE 01 A
      * 12
      *****************************************************
       CAPTURA-COMPET.
           PERFORM CAPTURA-COMPETENCIA.
           IF WRK-COMPETENCIA-VALIDA
               MOVE WRK-COMPETENCIA (5:2) TO WRK-MES
               IF WRK-MES < 01 OR WRK-MES > 12
                   OR WRK-COMPETENCIA (1:4) < '1990'
                   DISPLAY 'COMPETENCIA INVALIDA - AAAAMM'
                   MOVE 'N' TO WRK-COMPETENCIA-SW
               END-IF
           END-IF.

       INCLUI-TAXA.
           PERFORM LE-TAXA-INDICE.
           IF WRK-IND-ENCONTRADO
               DISPLAY 'TAXA JA CADASTRADA PARA A COMPETENCIA'
           ELSE
               PERFORM CAPTURA-DADOS-TAXA
               MOVE SPACES TO IND-REGISTRO
               MOVE WRK-INDICE      TO IND-CODIGO
               MOVE WRK-COMPETENCIA TO IND-COMPETENCIA
               PERFORM MOVE-DADOS-TAXA
               WRITE IND-REGISTRO
               DISPLAY 'TAXA INCLUIDA'
               MOVE 'INCLUSAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * ALTERA-TAXA - A CORRECAO JA CALCULADA PELOS
      * CHAMADORES DO PROGC157 NAO E REFEITA; A TAXA NOVA
      * VALE PARA OS CALCULOS SEGUINTES
      *****************************************************
       ALTERA-TAXA.
           PERFORM LE-TAXA-INDICE.
           IF NOT WRK-IND-ENCONTRADO
               PERFORM TAXA-NAO-CADASTRADA
           ELSE
               PERFORM MOSTRA-TAXA-ATUAL
               PERFORM CAPTURA-DADOS-TAXA
               PERFORM MOVE-DADOS-TAXA
               REWRITE IND-REGISTRO
               DISPLAY 'TAXA ALTERADA'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       EXCLUI-TAXA.
           PERFORM LE-TAXA-INDICE.
           IF NOT WRK-IND-ENCONTRADO
               PERFORM TAXA-NAO-CADASTRADA
           ELSE
               PERFORM MOSTRA-TAXA-ATUAL
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N).. '
               ACCEPT WRK-EXCLUI
               IF WRK-EXCLUI-SIM
                   DELETE INDICES
                   DISPLAY 'TAXA EXCLUIDA'
                   MOVE 'EXCLUSAO' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY 'EXCLUSAO ABANDONADA'
               END-IF
           END-IF.

       MOSTRA-TAXA-ATUAL.
           MOVE IND-TAXA TO WRK-TAXA-ED.
           DISPLAY 'ATUAL - TAXA ' WRK-TAXA-ED ' %  ATUALIZADA EM '
                   IND-DATA-ATUALIZ ' POR ' IND-OPER-ATUALIZ.

       CAPTURA-DADOS-TAXA.
           DISPLAY 'TAXA DO MES EM % (999V9999).. '.
           MOVE 'N' TO WRK-TAXA-SW.
           PERFORM CAPTURA-TAXA UNTIL WRK-TAXA-VALIDA.
           DISPLAY 'TAXA NEGATIVA (S/N).......... '.
           MOVE SPACES TO WRK-NEGATIVA.
           PERFORM CAPTURA-NEGATIVA UNTIL WRK-NEGATIVA-VALIDA.

       CAPTURA-NEGATIVA.
           ACCEPT WRK-NEGATIVA.
           IF NOT WRK-NEGATIVA-VALIDA
               DISPLAY 'RESPOSTA INVALIDA - DIGITE S OU N'
           END-IF.

      *****************************************************
      * MOVE-DADOS-TAXA - TAXA NEGATIVA ABAIXO DE -100% NAO
      * EXISTE (O VALOR SERIA ZERADO); NESSE CASO A TAXA
      * FICA COMO DIGITADA, POSITIVA, E O OPERADOR E AVISADO
      *****************************************************
       MOVE-DADOS-TAXA.
           IF WRK-NEGATIVA-SIM AND WRK-TAXA < 100
               COMPUTE IND-TAXA = 0 - WRK-TAXA
           ELSE
               MOVE WRK-TAXA TO IND-TAXA
               IF WRK-NEGATIVA-SIM
                   DISPLAY 'TAXA NEGATIVA DE 100% OU MAIS NAO '
                           'ACEITA - GRAVADA POSITIVA'
               END-IF
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO IND-DATA-ATUALIZ.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO IND-OPER-ATUALIZ.

       TAXA-NAO-CADASTRADA.
           DISPLAY 'TAXA NAO CADASTRADA PARA A COMPETENCIA'.

      *****************************************************
      * CONSULTA-ANO - AS TAXAS DOS DOZE MESES DO ANO PARA
      * O INDICE; MES SEM TAXA E SINALIZADO
      *****************************************************
       CONSULTA-ANO.
           DISPLAY 'INDICE (IPCA/SELIC/IGPM).. '.
           PERFORM CAPTURA-INDICE UNTIL WRK-INDICE-VALIDO.
           DISPLAY 'ANO (AAAA)................ '.
           PERFORM CAPTURA-ANO UNTIL WRK-ANO-VALIDO.
           DISPLAY 'INDICE ' WRK-INDICE ' - ANO ' WRK-ANO.
           PERFORM MOSTRA-MES-ANO
               VARYING WRK-MES FROM 1 BY 1 UNTIL WRK-MES > 12.

       MOSTRA-MES-ANO.
           MOVE WRK-INDICE TO IND-CODIGO.
           COMPUTE IND-COMPETENCIA = (WRK-ANO * 100) + WRK-MES.
           READ INDICES
               INVALID KEY
                   DISPLAY '  ' IND-COMPETENCIA '  SEM TAXA'
               NOT INVALID KEY
                   MOVE IND-TAXA TO WRK-TAXA-ED
                   DISPLAY '  ' IND-COMPETENCIA '  ' WRK-TAXA-ED
                           ' %'
           END-READ.

      *****************************************************
      * SIMULA-CORRECAO - CORRIGE UM VALOR PELO MODULO
      * PROGC157 ENTRE DUAS DATAS, SEM GRAVAR NADA; A TABELA
      * E FECHADA ANTES PORQUE O MODULO A ABRE POR CONTA
      * PROPRIA
      *****************************************************
       SIMULA-CORRECAO.
           DISPLAY 'INDICE (IPCA/SELIC/IGPM).. '.
           PERFORM CAPTURA-INDICE UNTIL WRK-INDICE-VALIDO.
           DISPLAY 'DATA INICIAL (AAAAMMDD)... '.
           PERFORM CAPTURA-DATA-INICIAL
               UNTIL WRK-DATA-INICIAL-VALIDA.
           DISPLAY 'DATA FINAL (AAAAMMDD)..... '.
           PERFORM CAPTURA-DATA-FINAL UNTIL WRK-DATA-FINAL-VALIDA.
           DISPLAY 'VALOR (99999999999V99).... '.
           PERFORM CAPTURA-VALOR UNTIL WRK-VALOR-VALIDO.
           CLOSE INDICES.
           MOVE WRK-INDICE       TO CMO-INDICE.
           MOVE WRK-DATA-INICIAL TO CMO-DATA-INICIAL.
           MOVE WRK-DATA-FINAL   TO CMO-DATA-FINAL.
           MOVE WRK-VALOR        TO CMO-VALOR-ORIGINAL.
           CALL 'PROGC157' USING CMO-PARAMETROS.
           EVALUATE TRUE
               WHEN CMO-OK
                   MOVE CMO-FATOR TO WRK-FATOR-ED
                   DISPLAY 'FATOR DE CORRECAO... ' WRK-FATOR-ED
                   MOVE CMO-VALOR-CORRIGIDO TO WRK-VALOR-ED
                   DISPLAY 'VALOR CORRIGIDO..... ' WRK-VALOR-ED
                   MOVE CMO-VALOR-CORRECAO TO WRK-CORRECAO-ED
                   DISPLAY 'CORRECAO............ ' WRK-CORRECAO-ED
               WHEN CMO-DATA-INVALIDA
                   DISPLAY 'DATA INVALIDA'
               WHEN CMO-PERIODO-INVALIDO
                   DISPLAY 'DATA FINAL ANTERIOR A DATA INICIAL'
               WHEN CMO-MES-SEM-TAXA
                   DISPLAY 'SEM TAXA DO ' WRK-INDICE
                           ' NA COMPETENCIA ' CMO-COMPET-FALTANTE
               WHEN CMO-TABELA-AUSENTE
                   DISPLAY 'TABELA DE INDICES AUSENTE'
               WHEN OTHER
                   DISPLAY 'INDICE INVALIDO'
           END-EVALUATE.
           OPEN I-O INDICES.

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
           MOVE 'PROGC158' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE IND-TAXA TO WRK-TAXA-ED.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-DETALHE DELIMITED BY SPACE
                  ' INDICE=' WRK-INDICE
                  ' COMPET=' WRK-COMPETENCIA
                  ' TAXA=' WRK-TAXA-ED
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
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-ANO
               VALIDNUM-CAMPO     BY WRK-ANO
               VALIDNUM-CHAVE-SW  BY WRK-ANO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-TAXA
               VALIDNUM-CAMPO     BY WRK-TAXA
               VALIDNUM-CHAVE-SW  BY WRK-TAXA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-INICIAL
               VALIDNUM-CAMPO     BY WRK-DATA-INICIAL
               VALIDNUM-CHAVE-SW  BY WRK-DATA-INICIAL-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-FINAL
               VALIDNUM-CAMPO     BY WRK-DATA-FINAL
               VALIDNUM-CHAVE-SW  BY WRK-DATA-FINAL-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR
               VALIDNUM-CAMPO     BY WRK-VALOR
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-SW.
