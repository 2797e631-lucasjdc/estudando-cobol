       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC115.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: ACORDO DE RENEGOCIACAO DE DIVIDA - LISTA OS
      * TITULOS VENCIDOS EM ABERTO DO CLIENTE, CONSOLIDA OS
      * ESCOLHIDOS EM UM VALOR UNICO COM DESCONTO OU
      * ACRESCIMO OPCIONAL E GERA O NOVO PARCELAMENTO EM
      * TITULOS TIPO A (NUMERO DO ACORDO + PARCELA, VENCTOS
      * PELO PROGCOB26). OS TITULOS DE ORIGEM FICAM COM
      * STATUS RENEGOCIADO E A REFERENCIA DO ACORDO, SAINDO
      * DO AGING, DA EXPOSICAO E DA PDD. A OPCAO DE
      * CONSULTA MOSTRA O ACORDO COM OS TITULOS DE ORIGEM E
      * AS PARCELAS; A QUITACAO E O ROMPIMENTO SAO APURADOS
      * PELO PROGC116
      * DATA 2026-10-15
      * 2026-10-15 LC  NOVO ACORDO COM DATA EM COMPETENCIA
      * FECHADA PARA O CONTAS A RECEBER NO PERIODOS E RECUSADO
      * (ROTINA VERIFPER, COM REGISTRO NA TRILHA DE AUDITORIA)
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
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLIENTE-STATUS.
           SELECT ACORDOS ASSIGN TO "ACORDOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACD-NUMERO
               FILE STATUS IS WRK-ACORDOS-ST.
           SELECT AC-CONTROLE ASSIGN TO "ACCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-CHAVE
               FILE STATUS IS WRK-AC-CONTROLE-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TITULOS.
           COPY TITREG.
       FD  CLIENTE.
           COPY CLIREG.
       FD  ACORDOS.
           COPY ACORDREG.
       FD  AC-CONTROLE.
           COPY ACCTLREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-ACORDOS-ST       PIC X(02) VALUE SPACES.
       77 WRK-AC-CONTROLE-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-OPCAO            PIC X(01) VALUE SPACES.
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WRK-CLI-CODIGO       PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-CODIGO-SW    PIC X(01) VALUE 'N'.
           88 WRK-CLI-CODIGO-VALIDO VALUE 'S'.
       77 WRK-CLIENTE-SW       PIC X(01) VALUE 'N'.
           88 WRK-CLIENTE-OK VALUE 'S'.
       77 WRK-NUM-ACORDO       PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-ACORDO-SW    PIC X(01) VALUE 'N'.
           88 WRK-NUM-ACORDO-VALIDO VALUE 'S'.
       77 WRK-DESCONTO         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DESCONTO-SW      PIC X(01) VALUE 'N'.
           88 WRK-DESCONTO-VALIDO VALUE 'S'.
       77 WRK-ACRESCIMO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACRESCIMO-SW     PIC X(01) VALUE 'N'.
           88 WRK-ACRESCIMO-VALIDO VALUE 'S'.
       77 WRK-QTD-PARCELAS     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-PARCELAS-SW  PIC X(01) VALUE 'N'.
           88 WRK-QTD-PARCELAS-VALIDA VALUE 'S'.
       77 WRK-INTERVALO        PIC 9(03) VALUE ZEROS.
       77 WRK-INTERVALO-SW     PIC X(01) VALUE 'N'.
           88 WRK-INTERVALO-VALIDO VALUE 'S'.
       77 WRK-PRIMEIRO-VENCTO  PIC 9(08) VALUE ZEROS.
       77 WRK-PRIMEIRO-VENCTO-SW PIC X(01) VALUE 'N'.
           88 WRK-PRIMEIRO-VENCTO-VALIDO VALUE 'S'.
       77 WRK-CONDICOES-SW     PIC X(01) VALUE 'N'.
           88 WRK-CONDICOES-OK VALUE 'S'.
       77 WRK-ALTERADO-SW      PIC X(01) VALUE 'N'.
           88 WRK-TITULO-ALTERADO VALUE 'S'.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-MAX-TITULOS      PIC 9(03) VALUE 50.
       77 WRK-QTD-TITULOS      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXCEDENTE    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SELEC        PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-TIT          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-PARC         PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ORIGINAL   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ACORDADO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-PARCELA    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ULTIMA     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DATA-VENCTO      PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO         PIC X(11) VALUE SPACES.
       77 WRK-VALOR-ED         PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-TAB-TITULOS.
           02 WRK-TT-LINHA OCCURS 50 TIMES.
               03 WRK-TT-CHAVE.
                   04 WRK-TT-TIPO-DOC PIC X(01).
                   04 WRK-TT-NUMERO   PIC 9(08).
                   04 WRK-TT-PARCELA  PIC 9(02).
               03 WRK-TT-VENCTO       PIC 9(08).
               03 WRK-TT-SALDO        PIC 9(07)V99.
               03 WRK-TT-SELECIONADO  PIC X(01).
           COPY DUTILREG.
           COPY PERIOWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC115' TO ACE-PROGRAMA.
           SET ACE-INCLUIR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-OPERADOR-SESSAO.
           DISPLAY '===================================='.
           DISPLAY 'ACORDO DE RENEGOCIACAO DE DIVIDA'.
           DISPLAY '===================================='.
           DISPLAY '1 - NOVO ACORDO'.
           DISPLAY '2 - CONSULTA DE ACORDO'.
           DISPLAY 'OPCAO.. '
           ACCEPT WRK-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN '1'
                   MOVE 'R' TO WRK-PER-AREA
                   MOVE WRK-DATA-HOJE TO WRK-PER-DATA
                   MOVE 'PROGC115' TO WRK-PER-PROGRAMA
                   MOVE 'NOVO ACORDO' TO WRK-PER-REFERENCIA
                   PERFORM VERIFICA-PERIODO
                   IF NOT WRK-PER-FECHADO
                       PERFORM NOVO-ACORDO
                   END-IF
               WHEN '2'
                   PERFORM CONSULTA-ACORDO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           GOBACK.

      *****************************************************
      * NOVO-ACORDO - SO CLIENTE CADASTRADO E COM TITULO
      * VENCIDO EM ABERTO (FATURA, ENCARGOS OU PARCELA DE
      * ACORDO ANTERIOR; NOTA DE CREDITO NAO ENTRA)
      *****************************************************
       NOVO-ACORDO.
           DISPLAY 'CODIGO DO CLIENTE.. '
           PERFORM CAPTURA-CLI-CODIGO UNTIL WRK-CLI-CODIGO-VALIDO.
           OPEN INPUT CLIENTE.
           MOVE WRK-CLI-CODIGO TO CLI-CODIGO.
           READ CLIENTE
               INVALID KEY
                   DISPLAY 'CLIENTE NAO CADASTRADO'
               NOT INVALID KEY
                   DISPLAY 'CLIENTE............ ' CLI-NOME
                   SET WRK-CLIENTE-OK TO TRUE
           END-READ.
           CLOSE CLIENTE.
           IF WRK-CLIENTE-OK
               PERFORM CARREGA-VENCIDOS
               IF WRK-QTD-TITULOS = 0
                   DISPLAY 'CLIENTE SEM TITULOS VENCIDOS EM ABERTO'
               ELSE
                   PERFORM MONTA-ACORDO
               END-IF
           END-IF.

       CARREGA-VENCIDOS.
           MOVE ZEROS TO WRK-QTD-TITULOS.
           MOVE ZEROS TO WRK-QTD-EXCEDENTE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TITULOS.
           MOVE LOW-VALUES TO TIT-CHAVE.
           START TITULOS KEY >= TIT-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-TITULO.
           PERFORM SELECIONA-VENCIDO UNTIL WRK-FIM-ARQUIVO-OK.
           CLOSE TITULOS.
           IF WRK-QTD-EXCEDENTE > 0
               DISPLAY 'MAIS DE ' WRK-MAX-TITULOS ' TITULOS '
                       'VENCIDOS - ' WRK-QTD-EXCEDENTE
                       ' FICAM FORA DESTE ACORDO'
           END-IF.

       LER-TITULO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ TITULOS NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
               END-READ
           END-IF.

       SELECIONA-VENCIDO.
           IF TIT-CLI-CODIGO = WRK-CLI-CODIGO AND TIT-ABERTO
              AND NOT TIT-CREDITO AND TIT-SALDO > 0
              AND TIT-DATA-VENCTO < WRK-DATA-HOJE
               IF WRK-QTD-TITULOS < WRK-MAX-TITULOS
                   ADD 1 TO WRK-QTD-TITULOS
                   MOVE TIT-CHAVE TO WRK-TT-CHAVE (WRK-QTD-TITULOS)
                   MOVE TIT-DATA-VENCTO
                       TO WRK-TT-VENCTO (WRK-QTD-TITULOS)
                   MOVE TIT-SALDO TO WRK-TT-SALDO (WRK-QTD-TITULOS)
                   MOVE 'N' TO WRK-TT-SELECIONADO (WRK-QTD-TITULOS)
               ELSE
                   ADD 1 TO WRK-QTD-EXCEDENTE
               END-IF
           END-IF.
           PERFORM LER-TITULO.

      *****************************************************
      * MONTA-ACORDO - O OPERADOR ESCOLHE OS TITULOS (TODOS
      * OU UM A UM), INFORMA DESCONTO, ACRESCIMO E O
      * PARCELAMENTO E CONFIRMA
      *****************************************************
       MONTA-ACORDO.
           DISPLAY 'TITULOS VENCIDOS EM ABERTO:'.
           PERFORM MOSTRA-VENCIDO
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS.
           MOVE ZEROS TO WRK-QTD-SELEC.
           MOVE ZEROS TO WRK-VALOR-ORIGINAL.
           DISPLAY 'INCLUIR TODOS OS TITULOS VENCIDOS (S/N).. '
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S'
               PERFORM MARCA-TITULO
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
           ELSE
               PERFORM PERGUNTA-TITULO
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
           END-IF.
           IF WRK-QTD-SELEC = 0
               DISPLAY 'NENHUM TITULO ESCOLHIDO - ACORDO NAO GERADO'
           ELSE
               PERFORM CAPTURA-CONDICOES
               IF WRK-CONDICOES-OK
                   PERFORM CONFIRMA-ACORDO
               END-IF
           END-IF.

       MOSTRA-VENCIDO.
           MOVE WRK-TT-SALDO (WRK-IDX-TIT) TO WRK-VALOR-ED.
           DISPLAY WRK-IDX-TIT ' ' WRK-TT-TIPO-DOC (WRK-IDX-TIT)
                   ' ' WRK-TT-NUMERO (WRK-IDX-TIT)
                   '/' WRK-TT-PARCELA (WRK-IDX-TIT)
                   ' VENCTO ' WRK-TT-VENCTO (WRK-IDX-TIT)
                   ' SALDO ' WRK-VALOR-ED.

       PERGUNTA-TITULO.
           DISPLAY 'INCLUIR ' WRK-TT-TIPO-DOC (WRK-IDX-TIT)
                   ' ' WRK-TT-NUMERO (WRK-IDX-TIT)
                   '/' WRK-TT-PARCELA (WRK-IDX-TIT) ' (S/N).. '
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S'
               PERFORM MARCA-TITULO
           END-IF.

       MARCA-TITULO.
           MOVE 'S' TO WRK-TT-SELECIONADO (WRK-IDX-TIT).
           ADD 1 TO WRK-QTD-SELEC.
           ADD WRK-TT-SALDO (WRK-IDX-TIT) TO WRK-VALOR-ORIGINAL.

      *****************************************************
      * CAPTURA-CONDICOES - O DESCONTO NAO PODE CONSUMIR A
      * DIVIDA INTEIRA; A DIFERENCA DE ARREDONDAMENTO DA
      * DIVISAO EM PARCELAS FICA NA ULTIMA PARCELA
      *****************************************************
       CAPTURA-CONDICOES.
           MOVE WRK-VALOR-ORIGINAL TO WRK-VALOR-ED.
           DISPLAY 'TITULOS ESCOLHIDOS. ' WRK-QTD-SELEC.
           DISPLAY 'SALDO CONSOLIDADO.. ' WRK-VALOR-ED.
           DISPLAY 'DESCONTO CONCEDIDO (ZERO SE NAO HOUVER).. '
           PERFORM CAPTURA-DESCONTO UNTIL WRK-DESCONTO-VALIDO.
           DISPLAY 'ACRESCIMO/ENCARGOS (ZERO SE NAO HOUVER).. '
           PERFORM CAPTURA-ACRESCIMO UNTIL WRK-ACRESCIMO-VALIDO.
           DISPLAY 'QUANTIDADE DE PARCELAS (01 A 24).. '
           PERFORM CAPTURA-QTD-PARCELAS
               UNTIL WRK-QTD-PARCELAS-VALIDA.
           DISPLAY 'DIAS ENTRE AS PARCELAS (ZERO = 30).. '
           PERFORM CAPTURA-INTERVALO UNTIL WRK-INTERVALO-VALIDO.
           IF WRK-INTERVALO = 0
               MOVE 30 TO WRK-INTERVALO
           END-IF.
           DISPLAY 'PRIMEIRO VENCIMENTO (AAAAMMDD).. '
           PERFORM CAPTURA-PRIMEIRO-VENCTO
               UNTIL WRK-PRIMEIRO-VENCTO-VALIDO.
           SET DUT-FC-VALIDA-DATA TO TRUE.
           MOVE WRK-PRIMEIRO-VENCTO TO DUT-DATA-1.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           EVALUATE TRUE
               WHEN WRK-DESCONTO >=
                    WRK-VALOR-ORIGINAL + WRK-ACRESCIMO
                   DISPLAY 'DESCONTO MAIOR OU IGUAL A DIVIDA - '
                           'ACORDO NAO GERADO'
               WHEN WRK-QTD-PARCELAS = 0 OR WRK-QTD-PARCELAS > 24
                   DISPLAY 'QUANTIDADE DE PARCELAS FORA DE 01 A 24 '
                           '- ACORDO NAO GERADO'
               WHEN NOT DUT-OK
                   DISPLAY 'PRIMEIRO VENCIMENTO INVALIDO - '
                           'ACORDO NAO GERADO'
               WHEN WRK-PRIMEIRO-VENCTO < WRK-DATA-HOJE
                   DISPLAY 'PRIMEIRO VENCIMENTO ANTERIOR A HOJE - '
                           'ACORDO NAO GERADO'
               WHEN OTHER
                   COMPUTE WRK-VALOR-ACORDADO = WRK-VALOR-ORIGINAL
                       - WRK-DESCONTO + WRK-ACRESCIMO
                   COMPUTE WRK-VALOR-PARCELA =
                       WRK-VALOR-ACORDADO / WRK-QTD-PARCELAS
                   COMPUTE WRK-VALOR-ULTIMA = WRK-VALOR-ACORDADO
                       - (WRK-VALOR-PARCELA
                          * (WRK-QTD-PARCELAS - 1))
                   SET WRK-CONDICOES-OK TO TRUE
           END-EVALUATE.

       CONFIRMA-ACORDO.
           MOVE WRK-VALOR-ACORDADO TO WRK-VALOR-ED.
           DISPLAY 'VALOR ACORDADO..... ' WRK-VALOR-ED.
           MOVE WRK-VALOR-PARCELA TO WRK-VALOR-ED.
           DISPLAY WRK-QTD-PARCELAS ' PARCELA(S) DE '
                   WRK-VALOR-ED ' A CADA ' WRK-INTERVALO
                   ' DIAS A PARTIR DE ' WRK-PRIMEIRO-VENCTO.
           IF WRK-VALOR-ULTIMA NOT = WRK-VALOR-PARCELA
               MOVE WRK-VALOR-ULTIMA TO WRK-VALOR-ED
               DISPLAY 'ULTIMA PARCELA..... ' WRK-VALOR-ED
           END-IF.
           DISPLAY 'CONFIRMA O ACORDO (S/N).. '
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S'
               PERFORM EFETIVA-ACORDO
           ELSE
               DISPLAY 'ACORDO NAO GERADO'
           END-IF.

      *****************************************************
      * EFETIVA-ACORDO - RELE OS TITULOS ESCOLHIDOS ANTES
      * DE GRAVAR: SE ALGUM FOI BAIXADO OU ALTERADO DESDE A
      * LISTAGEM, NADA E GRAVADO
      *****************************************************
       EFETIVA-ACORDO.
           OPEN I-O TITULOS.
           MOVE 'N' TO WRK-ALTERADO-SW.
           PERFORM CONFERE-TITULO
               VARYING WRK-IDX-TIT FROM 1 BY 1
               UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS.
           IF WRK-TITULO-ALTERADO
               DISPLAY 'TITULO ALTERADO DESDE A LISTAGEM - '
                       'ACORDO NAO GERADO, REFACA A SELECAO'
           ELSE
               PERFORM GERA-NUMERO-ACORDO
               PERFORM GRAVA-ACORDO
               PERFORM GRAVA-PARCELA-ACORDO
                   VARYING WRK-IDX-PARC FROM 1 BY 1
                   UNTIL WRK-IDX-PARC > WRK-QTD-PARCELAS
               PERFORM RENEGOCIA-TITULO
                   VARYING WRK-IDX-TIT FROM 1 BY 1
                   UNTIL WRK-IDX-TIT > WRK-QTD-TITULOS
               DISPLAY 'ACORDO ' WRK-NUM-ACORDO ' GERADO - '
                       WRK-QTD-SELEC ' TITULO(S) RENEGOCIADO(S)'
               PERFORM GRAVA-AUDITORIA
           END-IF.
           CLOSE TITULOS.

       CONFERE-TITULO.
           IF WRK-TT-SELECIONADO (WRK-IDX-TIT) = 'S'
               MOVE WRK-TT-CHAVE (WRK-IDX-TIT) TO TIT-CHAVE
               READ TITULOS
                   INVALID KEY
                       SET WRK-TITULO-ALTERADO TO TRUE
                   NOT INVALID KEY
                       IF NOT TIT-ABERTO OR
                          TIT-SALDO NOT = WRK-TT-SALDO (WRK-IDX-TIT)
                           SET WRK-TITULO-ALTERADO TO TRUE
                       END-IF
               END-READ
           END-IF.

       GERA-NUMERO-ACORDO.
           OPEN I-O AC-CONTROLE.
           IF WRK-AC-CONTROLE-ST NOT = '00'
               CLOSE AC-CONTROLE
               OPEN OUTPUT AC-CONTROLE
               CLOSE AC-CONTROLE
               OPEN I-O AC-CONTROLE
           END-IF.
           MOVE '1' TO ACC-CHAVE.
           READ AC-CONTROLE
               INVALID KEY
                   MOVE 1 TO ACC-ULTIMO-NUM
                   WRITE ACC-REGISTRO
               NOT INVALID KEY
                   ADD 1 TO ACC-ULTIMO-NUM
                   REWRITE ACC-REGISTRO
           END-READ.
           MOVE ACC-ULTIMO-NUM TO WRK-NUM-ACORDO.
           CLOSE AC-CONTROLE.

       GRAVA-ACORDO.
           OPEN I-O ACORDOS.
           IF WRK-ACORDOS-ST NOT = '00'
               CLOSE ACORDOS
               OPEN OUTPUT ACORDOS
               CLOSE ACORDOS
               OPEN I-O ACORDOS
           END-IF.
           MOVE SPACES TO ACD-REGISTRO.
           MOVE WRK-NUM-ACORDO      TO ACD-NUMERO.
           MOVE WRK-CLI-CODIGO      TO ACD-CLI-CODIGO.
           MOVE WRK-DATA-HOJE       TO ACD-DATA.
           MOVE WRK-QTD-SELEC       TO ACD-QTD-TITULOS.
           MOVE WRK-VALOR-ORIGINAL  TO ACD-VALOR-ORIGINAL.
           MOVE WRK-DESCONTO        TO ACD-DESCONTO.
           MOVE WRK-ACRESCIMO       TO ACD-ACRESCIMO.
           MOVE WRK-VALOR-ACORDADO  TO ACD-VALOR-ACORDADO.
           MOVE WRK-QTD-PARCELAS    TO ACD-QTD-PARCELAS.
           MOVE WRK-INTERVALO       TO ACD-INTERVALO.
           MOVE WRK-PRIMEIRO-VENCTO TO ACD-PRIMEIRO-VENCTO.
           SET ACD-ATIVO            TO TRUE.
           MOVE WRK-DATA-HOJE       TO ACD-DATA-SITUACAO.
           MOVE ZEROS               TO ACD-SALDO-ROMPIDO.
           MOVE WRK-USUARIO         TO ACD-USUARIO.
           WRITE ACD-REGISTRO.
           CLOSE ACORDOS.

      *****************************************************
      * GRAVA-PARCELA-ACORDO - PARCELA N VENCE (N - 1)
      * INTERVALOS DEPOIS DO PRIMEIRO VENCIMENTO (DIAS
      * CORRIDOS, PROGCOB26)
      *****************************************************
       GRAVA-PARCELA-ACORDO.
           IF WRK-IDX-PARC = 1
               MOVE WRK-PRIMEIRO-VENCTO TO WRK-DATA-VENCTO
           ELSE
               SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE
               MOVE WRK-PRIMEIRO-VENCTO TO DUT-DATA-1
               COMPUTE DUT-DIAS =
                   WRK-INTERVALO * (WRK-IDX-PARC - 1)
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               IF DUT-OK
                   MOVE DUT-DATA-2 TO WRK-DATA-VENCTO
               ELSE
                   MOVE WRK-PRIMEIRO-VENCTO TO WRK-DATA-VENCTO
               END-IF
           END-IF.
           SET TIT-ACORDO          TO TRUE.
           MOVE WRK-NUM-ACORDO     TO TIT-NUMERO.
           MOVE WRK-IDX-PARC       TO TIT-PARCELA.
           MOVE WRK-CLI-CODIGO     TO TIT-CLI-CODIGO.
           IF WRK-IDX-PARC = WRK-QTD-PARCELAS
               MOVE WRK-VALOR-ULTIMA  TO TIT-VALOR
           ELSE
               MOVE WRK-VALOR-PARCELA TO TIT-VALOR
           END-IF.
           MOVE TIT-VALOR          TO TIT-SALDO.
           MOVE WRK-DATA-HOJE      TO TIT-DATA-EMISSAO.
           MOVE WRK-DATA-VENCTO    TO TIT-DATA-VENCTO.
           SET TIT-ABERTO          TO TRUE.
           MOVE WRK-NUM-ACORDO     TO TIT-ACORDO-REF.
           WRITE TIT-REGISTRO
               INVALID KEY
                   DISPLAY 'PARCELA ' WRK-IDX-PARC
                           ' DO ACORDO JA EXISTE NO ARQUIVO'
           END-WRITE.
           MOVE TIT-VALOR TO WRK-VALOR-ED.
           DISPLAY 'PARCELA ' WRK-IDX-PARC ' VENCTO '
                   WRK-DATA-VENCTO ' VALOR ' WRK-VALOR-ED.

       RENEGOCIA-TITULO.
           IF WRK-TT-SELECIONADO (WRK-IDX-TIT) = 'S'
               MOVE WRK-TT-CHAVE (WRK-IDX-TIT) TO TIT-CHAVE
               READ TITULOS
                   NOT INVALID KEY
                       SET TIT-RENEGOCIADO TO TRUE
                       MOVE WRK-NUM-ACORDO TO TIT-ACORDO-REF
                       REWRITE TIT-REGISTRO
               END-READ
           END-IF.

      *****************************************************
      * CONSULTA-ACORDO - DADOS DO ACORDO, TITULOS DE
      * ORIGEM (RENEGOCIADOS COM A REFERENCIA DO ACORDO) E
      * PARCELAS (TIPO A) COM O SALDO ATUAL
      *****************************************************
       CONSULTA-ACORDO.
           DISPLAY 'NUMERO DO ACORDO.. '
           PERFORM CAPTURA-NUM-ACORDO UNTIL WRK-NUM-ACORDO-VALIDO.
           OPEN INPUT ACORDOS.
           IF WRK-ACORDOS-ST NOT = '00'
               DISPLAY 'NENHUM ACORDO CADASTRADO'
           ELSE
               MOVE WRK-NUM-ACORDO TO ACD-NUMERO
               READ ACORDOS
                   INVALID KEY
                       DISPLAY 'ACORDO NAO ENCONTRADO'
                   NOT INVALID KEY
                       PERFORM MOSTRA-ACORDO
               END-READ
               CLOSE ACORDOS
           END-IF.

       MOSTRA-ACORDO.
           EVALUATE TRUE
               WHEN ACD-ATIVO
                   MOVE 'ATIVO'       TO WRK-SITUACAO
               WHEN ACD-QUITADO
                   MOVE 'QUITADO'     TO WRK-SITUACAO
               WHEN ACD-ROMPIDO
                   MOVE 'ROMPIDO'     TO WRK-SITUACAO
               WHEN OTHER
                   MOVE ACD-STATUS    TO WRK-SITUACAO
           END-EVALUATE.
           DISPLAY 'CLIENTE............ ' ACD-CLI-CODIGO.
           DISPLAY 'DATA DO ACORDO..... ' ACD-DATA.
           DISPLAY 'SITUACAO........... ' WRK-SITUACAO
                   ' EM ' ACD-DATA-SITUACAO.
           MOVE ACD-VALOR-ORIGINAL TO WRK-VALOR-ED.
           DISPLAY 'SALDO RENEGOCIADO.. ' WRK-VALOR-ED.
           MOVE ACD-DESCONTO TO WRK-VALOR-ED.
           DISPLAY 'DESCONTO........... ' WRK-VALOR-ED.
           MOVE ACD-ACRESCIMO TO WRK-VALOR-ED.
           DISPLAY 'ACRESCIMO.......... ' WRK-VALOR-ED.
           MOVE ACD-VALOR-ACORDADO TO WRK-VALOR-ED.
           DISPLAY 'VALOR ACORDADO..... ' WRK-VALOR-ED.
           IF ACD-ROMPIDO
               MOVE ACD-SALDO-ROMPIDO TO WRK-VALOR-ED
               DISPLAY 'SALDO NO ROMPIMENTO ' WRK-VALOR-ED
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           OPEN INPUT TITULOS.
           MOVE LOW-VALUES TO TIT-CHAVE.
           START TITULOS KEY >= TIT-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-TITULO.
           PERFORM MOSTRA-TITULO-ACORDO UNTIL WRK-FIM-ARQUIVO-OK.
           CLOSE TITULOS.

       MOSTRA-TITULO-ACORDO.
           MOVE TIT-SALDO TO WRK-VALOR-ED.
           EVALUATE TRUE
               WHEN TIT-RENEGOCIADO
                    AND TIT-ACORDO-REF = WRK-NUM-ACORDO
                    AND TIT-CLI-CODIGO = ACD-CLI-CODIGO
                   DISPLAY 'ORIGEM  ' TIT-TIPO-DOC ' ' TIT-NUMERO
                           '/' TIT-PARCELA ' VENCTO '
                           TIT-DATA-VENCTO ' SALDO ' WRK-VALOR-ED
               WHEN TIT-ACORDO AND TIT-NUMERO = WRK-NUM-ACORDO
                   PERFORM DESCREVE-STATUS-TITULO
                   DISPLAY 'PARCELA ' TIT-PARCELA ' VENCTO '
                           TIT-DATA-VENCTO ' SALDO ' WRK-VALOR-ED
                           ' ' WRK-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM LER-TITULO.

       DESCREVE-STATUS-TITULO.
           EVALUATE TRUE
               WHEN TIT-ABERTO
                   MOVE 'EM ABERTO'   TO WRK-SITUACAO
               WHEN TIT-LIQUIDADO
                   MOVE 'LIQUIDADA'   TO WRK-SITUACAO
               WHEN TIT-BAIXADO-PERDA
                   MOVE 'PERDA'       TO WRK-SITUACAO
               WHEN TIT-RENEGOCIADO
                   MOVE 'RENEGOCIADA' TO WRK-SITUACAO
               WHEN OTHER
                   MOVE TIT-STATUS    TO WRK-SITUACAO
           END-EVALUATE.

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
           MOVE 'PROGC115' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'ACORDO=' WRK-NUM-ACORDO
               ' CLI=' WRK-CLI-CODIGO
               ' TIT=' WRK-QTD-SELEC
               ' VALOR=' WRK-VALOR-ACORDADO
               ' PARC=' WRK-QTD-PARCELAS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CLI-CODIGO
               VALIDNUM-CAMPO     BY WRK-CLI-CODIGO
               VALIDNUM-CHAVE-SW  BY WRK-CLI-CODIGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-NUM-ACORDO
               VALIDNUM-CAMPO     BY WRK-NUM-ACORDO
               VALIDNUM-CHAVE-SW  BY WRK-NUM-ACORDO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-DESCONTO
               VALIDNUM-CAMPO     BY WRK-DESCONTO
               VALIDNUM-CHAVE-SW  BY WRK-DESCONTO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-ACRESCIMO
               VALIDNUM-CAMPO     BY WRK-ACRESCIMO
               VALIDNUM-CHAVE-SW  BY WRK-ACRESCIMO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-QTD-PARCELAS
               VALIDNUM-CAMPO     BY WRK-QTD-PARCELAS
               VALIDNUM-CHAVE-SW  BY WRK-QTD-PARCELAS-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-INTERVALO
               VALIDNUM-CAMPO     BY WRK-INTERVALO
               VALIDNUM-CHAVE-SW  BY WRK-INTERVALO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PRIMEIRO-VENCTO
               VALIDNUM-CAMPO     BY WRK-PRIMEIRO-VENCTO
               VALIDNUM-CHAVE-SW  BY WRK-PRIMEIRO-VENCTO-SW.

           COPY VERIFPER.
