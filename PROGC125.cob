       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC125.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DAS REGRAS DE CONTABILIZACAO
      * (REGRACTB) - PARA CADA EVENTO DE NEGOCIO A CONTA A
      * DEBITAR E A CONTA A CREDITAR, AMBAS ATIVAS NO PLANO
      * DE CONTAS (PLANOCTA) E DIFERENTES ENTRE SI. OS
      * EVENTOS SAO OS GERADOS PELA INTERFACE CONTABIL
      * NOTURNA (PROGC126):
      *   VENDA  - MERCADORIA DA NF EMITIDA
      *   FRETE  - FRETE DA NF EMITIDA
      *   ICMS, IPI, PIS, COFINS - TRIBUTOS DA NF EMITIDA
      *   DEVOL  - MERCADORIA DEVOLVIDA (NOTA DE CREDITO)
      *   RECEB  - PRINCIPAL RECEBIDO DE TITULO
      *   ENCARG - MULTA E JUROS RECEBIDOS
      *   RECUP  - RECUPERACAO DE TITULO BAIXADO POR PERDA
      *   SALAR  - LIQUIDO DA FOLHA FECHADA
      *   INSSEM - INSS DESCONTADO DO EMPREGADO
      *   IRRF   - IRRF DESCONTADO DO EMPREGADO
      *   INSSPT - INSS PATRONAL APURADO
      *   FGTS   - FGTS APURADO
      *   TARIFA - TARIFA COBRADA EM CONTA CORRENTE
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
           SELECT REGRAS-CTB ASSIGN TO "REGRACTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RGC-EVENTO
               FILE STATUS IS WRK-REGRAS-CTB-ST.
           SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-CODIGO
               FILE STATUS IS WRK-PLANO-CONTAS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGRAS-CTB.
           COPY REGCTREG.
       FD  PLANO-CONTAS.
           COPY PLCTAREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-REGRAS-CTB-ST    PIC X(02) VALUE SPACES.
       77 WRK-PLANO-CONTAS-ST  PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-EVENTO     PIC X(06) VALUE SPACES.
           88 WRK-EVENTO-VALIDO VALUE 'VENDA ' 'FRETE ' 'ICMS  '
               'IPI   ' 'PIS   ' 'COFINS' 'DEVOL ' 'RECEB '
               'ENCARG' 'RECUP ' 'SALAR ' 'INSSEM' 'IRRF  '
               'INSSPT' 'FGTS  ' 'TARIFA'.
       77 WRK-REGRA-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-REGRA-ENCONTRADA VALUE 'S'.
       77 WRK-DESCRICAO  PIC X(30) VALUE SPACES.
       77 WRK-CONTA      PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-SW   PIC X(01) VALUE 'N'.
           88 WRK-CONTA-VALIDA VALUE 'S'.
       77 WRK-CONTA-DEBITO  PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-CREDITO PIC 9(08) VALUE ZEROS.
       77 WRK-CONTAS-SW  PIC X(01) VALUE 'N'.
           88 WRK-CONTAS-OK VALUE 'S'.
       77 WRK-EXCLUI     PIC X(01) VALUE 'N'.
           88 WRK-EXCLUI-SIM VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC125' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O REGRAS-CTB.
           IF WRK-REGRAS-CTB-ST NOT = '00'
               CLOSE REGRAS-CTB
               OPEN OUTPUT REGRAS-CTB
               CLOSE REGRAS-CTB
               OPEN I-O REGRAS-CTB
           END-IF.
           OPEN INPUT PLANO-CONTAS.
           IF WRK-PLANO-CONTAS-ST NOT = '00'
               DISPLAY 'PLANO DE CONTAS NAO CADASTRADO (PROGC124)'
               CLOSE REGRAS-CTB
               GOBACK
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'REGRAS DE CONTABILIZACAO'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-EXCLUIR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE REGRAS-CTB
               CLOSE PLANO-CONTAS
               GOBACK
           END-IF.
           DISPLAY 'EVENTO.. '.
           MOVE SPACES TO WRK-EVENTO.
           PERFORM CAPTURA-EVENTO UNTIL WRK-EVENTO-VALIDO.
           MOVE WRK-EVENTO TO RGC-EVENTO.
           READ REGRAS-CTB
               INVALID KEY
                   MOVE 'N' TO WRK-REGRA-ACHADA-SW
               NOT INVALID KEY
                   SET WRK-REGRA-ENCONTRADA TO TRUE
           END-READ.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-REGRA
               WHEN 2
                   PERFORM ALTERA-REGRA
               WHEN 3
                   PERFORM EXCLUI-REGRA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           CLOSE PLANO-CONTAS.
           CLOSE REGRAS-CTB.
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

       INCLUI-REGRA.
           IF WRK-REGRA-ENCONTRADA
               DISPLAY 'REGRA JA CADASTRADA PARA O EVENTO'
           ELSE
               PERFORM CAPTURA-DADOS-REGRA
               MOVE SPACES TO RGC-REGISTRO
               MOVE WRK-EVENTO TO RGC-EVENTO
               PERFORM MOVE-DADOS-REGRA
               WRITE RGC-REGISTRO
               DISPLAY 'REGRA INCLUIDA'
               MOVE 'INCLUSAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

       ALTERA-REGRA.
           IF NOT WRK-REGRA-ENCONTRADA
               PERFORM REGRA-NAO-CADASTRADA
           ELSE
               PERFORM MOSTRA-REGRA-ATUAL
               PERFORM CAPTURA-DADOS-REGRA
               PERFORM MOVE-DADOS-REGRA
               REWRITE RGC-REGISTRO
               DISPLAY 'REGRA ALTERADA'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * EXCLUI-REGRA - SEM A REGRA O LOTE QUE TIVER O
      * EVENTO E REJEITADO PELA INTERFACE ATE QUE ELA SEJA
      * CADASTRADA DE NOVO
      *****************************************************
       EXCLUI-REGRA.
           IF NOT WRK-REGRA-ENCONTRADA
               PERFORM REGRA-NAO-CADASTRADA
           ELSE
               PERFORM MOSTRA-REGRA-ATUAL
               DISPLAY 'CONFIRMA A EXCLUSAO (S/N).. '
               ACCEPT WRK-EXCLUI
               IF WRK-EXCLUI-SIM
                   DELETE REGRAS-CTB
                   DISPLAY 'REGRA EXCLUIDA'
                   MOVE 'EXCLUSAO' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
               ELSE
                   DISPLAY 'EXCLUSAO ABANDONADA'
               END-IF
           END-IF.

       MOSTRA-REGRA-ATUAL.
           DISPLAY 'REGRA.. ' RGC-DESCRICAO.
           DISPLAY 'ATUAL - DEBITO ' RGC-CONTA-DEBITO
                   ' CREDITO ' RGC-CONTA-CREDITO.

       MOVE-DADOS-REGRA.
           MOVE WRK-DESCRICAO     TO RGC-DESCRICAO.
           MOVE WRK-CONTA-DEBITO  TO RGC-CONTA-DEBITO.
           MOVE WRK-CONTA-CREDITO TO RGC-CONTA-CREDITO.

       CAPTURA-DADOS-REGRA.
           DISPLAY 'DESCRICAO.................. '.
           ACCEPT WRK-DESCRICAO.
           MOVE 'N' TO WRK-CONTAS-SW.
           PERFORM CAPTURA-CONTAS UNTIL WRK-CONTAS-OK.

      *****************************************************
      * CAPTURA-CONTAS - AS DUAS CONTAS PRECISAM EXISTIR NO
      * PLANO, ESTAR ATIVAS E SER DIFERENTES
      *****************************************************
       CAPTURA-CONTAS.
           DISPLAY 'CONTA A DEBITAR............ '.
           MOVE 'N' TO WRK-CONTA-SW.
           PERFORM CAPTURA-CONTA-PLANO UNTIL WRK-CONTA-VALIDA.
           MOVE WRK-CONTA TO WRK-CONTA-DEBITO.
           DISPLAY 'CONTA A CREDITAR........... '.
           MOVE 'N' TO WRK-CONTA-SW.
           PERFORM CAPTURA-CONTA-PLANO UNTIL WRK-CONTA-VALIDA.
           MOVE WRK-CONTA TO WRK-CONTA-CREDITO.
           IF WRK-CONTA-DEBITO = WRK-CONTA-CREDITO
               DISPLAY 'DEBITO E CREDITO NA MESMA CONTA'
           ELSE
               SET WRK-CONTAS-OK TO TRUE
           END-IF.

       CAPTURA-CONTA-PLANO.
           MOVE 'N' TO WRK-CONTA-SW.
           PERFORM CAPTURA-CONTA UNTIL WRK-CONTA-VALIDA.
           MOVE WRK-CONTA TO PLC-CODIGO.
           READ PLANO-CONTAS
               INVALID KEY
                   DISPLAY 'CONTA NAO CADASTRADA NO PLANO'
                   MOVE 'N' TO WRK-CONTA-SW
               NOT INVALID KEY
                   IF NOT PLC-ATIVA
                       DISPLAY 'CONTA INATIVA NO PLANO'
                       MOVE 'N' TO WRK-CONTA-SW
                   ELSE
                       DISPLAY 'CONTA.. ' PLC-DESCRICAO
                   END-IF
           END-READ.
           IF NOT WRK-CONTA-VALIDA
               DISPLAY 'INFORME OUTRA CONTA.. '
           END-IF.

       CAPTURA-EVENTO.
           ACCEPT WRK-EVENTO.
           IF NOT WRK-EVENTO-VALIDO
               DISPLAY 'EVENTO INVALIDO - VENDA FRETE ICMS IPI PIS '
                       'COFINS DEVOL RECEB ENCARG RECUP SALAR '
                       'INSSEM IRRF INSSPT FGTS TARIFA'
           END-IF.

       REGRA-NAO-CADASTRADA.
           DISPLAY 'REGRA NAO CADASTRADA PARA O EVENTO'.

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
           MOVE 'PROGC125' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-DETALHE ' EVENTO=' WRK-EVENTO
               ' D=' RGC-CONTA-DEBITO ' C=' RGC-CONTA-CREDITO
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
               VALIDNUM-PARAGRAFO BY CAPTURA-CONTA
               VALIDNUM-CAMPO     BY WRK-CONTA
               VALIDNUM-CHAVE-SW  BY WRK-CONTA-SW.
