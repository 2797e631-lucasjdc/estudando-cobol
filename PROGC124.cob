       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC124.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MANUTENCAO DO PLANO DE CONTAS DA
      * CONTABILIDADE GERAL (PLANOCTA) - INCLUSAO, ALTERACAO
      * E EXCLUSAO DE CONTA, COM DESCRICAO, TIPO (ATIVO,
      * PASSIVO, PATRIMONIO LIQUIDO, RECEITA OU DESPESA) E
      * SITUACAO. CONTA COM LANCAMENTO (LANCTOS) OU USADA
      * EM REGRA DE CONTABILIZACAO (REGRACTB) NAO PODE SER
      * EXCLUIDA - DEVE SER INATIVADA
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
           SELECT PLANO-CONTAS ASSIGN TO "PLANOCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLC-CODIGO
               FILE STATUS IS WRK-PLANO-CONTAS-ST.
           SELECT REGRAS-CTB ASSIGN TO "REGRACTB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RGC-EVENTO
               FILE STATUS IS WRK-REGRAS-CTB-ST.
           SELECT LANCAMENTOS ASSIGN TO "LANCTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCT-CHAVE
               ALTERNATE RECORD KEY IS LCT-CHAVE-RAZAO
               FILE STATUS IS WRK-LANCAMENTOS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS.
           COPY PLCTAREG.
       FD  REGRAS-CTB.
           COPY REGCTREG.
       FD  LANCAMENTOS.
           COPY LCTREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-PLANO-CONTAS-ST  PIC X(02) VALUE SPACES.
       77 WRK-REGRAS-CTB-ST    PIC X(02) VALUE SPACES.
       77 WRK-LANCAMENTOS-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO      PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW   PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-CONTA      PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-SW   PIC X(01) VALUE 'N'.
           88 WRK-CONTA-VALIDA VALUE 'S'.
       77 WRK-CONTA-ACHADA-SW PIC X(01) VALUE 'N'.
           88 WRK-CONTA-ENCONTRADA VALUE 'S'.
       77 WRK-DESCRICAO  PIC X(30) VALUE SPACES.
       77 WRK-TIPO       PIC X(01) VALUE SPACES.
           88 WRK-TIPO-VALIDO VALUE 'A' 'P' 'L' 'R' 'D'.
       77 WRK-SITUACAO   PIC X(01) VALUE SPACES.
           88 WRK-SITUACAO-VALIDA VALUE 'A' 'I'.
       77 WRK-EXCLUI     PIC X(01) VALUE 'N'.
           88 WRK-EXCLUI-SIM VALUE 'S'.
       77 WRK-USO-SW     PIC X(01) VALUE 'N'.
           88 WRK-CONTA-EM-USO VALUE 'S'.
       77 WRK-FIM-REGRAS PIC X(01) VALUE 'N'.
           88 WRK-FIM-REGRAS-OK VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC124' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O PLANO-CONTAS.
           IF WRK-PLANO-CONTAS-ST NOT = '00'
               CLOSE PLANO-CONTAS
               OPEN OUTPUT PLANO-CONTAS
               CLOSE PLANO-CONTAS
               OPEN I-O PLANO-CONTAS
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'PLANO DE CONTAS'.
           DISPLAY '1-INCLUIR 2-ALTERAR 3-EXCLUIR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE PLANO-CONTAS
               GOBACK
           END-IF.
           DISPLAY 'CONTA (8 DIGITOS).. '.
           PERFORM CAPTURA-CONTA UNTIL WRK-CONTA-VALIDA.
           MOVE WRK-CONTA TO PLC-CODIGO.
           READ PLANO-CONTAS
               INVALID KEY
                   MOVE 'N' TO WRK-CONTA-ACHADA-SW
               NOT INVALID KEY
                   SET WRK-CONTA-ENCONTRADA TO TRUE
           END-READ.

           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-CONTA
               WHEN 2
                   PERFORM ALTERA-CONTA
               WHEN 3
                   PERFORM EXCLUI-CONTA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.

           CLOSE PLANO-CONTAS.
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

       INCLUI-CONTA.
           IF WRK-CONTA-ENCONTRADA
               DISPLAY 'CONTA JA CADASTRADA'
           ELSE
               IF WRK-CONTA = ZEROS
                   DISPLAY 'CONTA ZERO NAO PERMITIDA'
               ELSE
                   PERFORM CAPTURA-DADOS-CONTA
                   MOVE SPACES TO PLC-REGISTRO
                   MOVE WRK-CONTA TO PLC-CODIGO
                   SET PLC-ATIVA TO TRUE
                   PERFORM MOVE-DADOS-CONTA
                   WRITE PLC-REGISTRO
                   DISPLAY 'CONTA INCLUIDA'
                   MOVE 'INCLUSAO' TO WRK-DETALHE
                   PERFORM GRAVA-AUDITORIA
               END-IF
           END-IF.

      *****************************************************
      * ALTERA-CONTA - A MUDANCA DE TIPO SO MUDA A NATUREZA
      * DO SALDO NOS RELATORIOS; OS LANCAMENTOS JA GRAVADOS
      * NAO SAO TOCADOS
      *****************************************************
       ALTERA-CONTA.
           IF NOT WRK-CONTA-ENCONTRADA
               PERFORM CONTA-NAO-CADASTRADA
           ELSE
               PERFORM MOSTRA-CONTA-ATUAL
               PERFORM CAPTURA-DADOS-CONTA
               DISPLAY 'SITUACAO (A-ATIVA I-INATIVA).. '
               MOVE SPACES TO WRK-SITUACAO
               PERFORM CAPTURA-SITUACAO UNTIL WRK-SITUACAO-VALIDA
               MOVE WRK-SITUACAO TO PLC-STATUS
               PERFORM MOVE-DADOS-CONTA
               REWRITE PLC-REGISTRO
               DISPLAY 'CONTA ALTERADA'
               MOVE 'ALTERACAO' TO WRK-DETALHE
               PERFORM GRAVA-AUDITORIA
           END-IF.

      *****************************************************
      * EXCLUI-CONTA - SO SAI DO PLANO A CONTA SEM NENHUM
      * LANCAMENTO E FORA DAS REGRAS DE CONTABILIZACAO; DO
      * CONTRARIO O RAZAO E O BALANCETE PERDERIAM A CONTA
      *****************************************************
       EXCLUI-CONTA.
           IF NOT WRK-CONTA-ENCONTRADA
               PERFORM CONTA-NAO-CADASTRADA
           ELSE
               PERFORM MOSTRA-CONTA-ATUAL
               PERFORM VERIFICA-USO-CONTA
               IF WRK-CONTA-EM-USO
                   DISPLAY 'CONTA EM USO - INATIVE PELA OPCAO 2'
               ELSE
                   DISPLAY 'CONFIRMA A EXCLUSAO (S/N).. '
                   ACCEPT WRK-EXCLUI
                   IF WRK-EXCLUI-SIM
                       DELETE PLANO-CONTAS
                       DISPLAY 'CONTA EXCLUIDA'
                       MOVE 'EXCLUSAO' TO WRK-DETALHE
                       PERFORM GRAVA-AUDITORIA
                   ELSE
                       DISPLAY 'EXCLUSAO ABANDONADA'
                   END-IF
               END-IF
           END-IF.

       VERIFICA-USO-CONTA.
           MOVE 'N' TO WRK-USO-SW.
           OPEN INPUT LANCAMENTOS.
           IF WRK-LANCAMENTOS-ST = '00'
               MOVE WRK-CONTA TO LCT-CONTA
               MOVE ZEROS     TO LCT-DATA-RZ
               MOVE SPACES    TO LCT-LOTE-RZ
               MOVE ZEROS     TO LCT-SEQ-RZ
               START LANCAMENTOS KEY >= LCT-CHAVE-RAZAO
                   NOT INVALID KEY
                       READ LANCAMENTOS NEXT
                           NOT AT END
                               IF LCT-CONTA = WRK-CONTA
                                   SET WRK-CONTA-EM-USO TO TRUE
                               END-IF
                       END-READ
               END-START
               CLOSE LANCAMENTOS
           END-IF.
           OPEN INPUT REGRAS-CTB.
           IF WRK-REGRAS-CTB-ST = '00'
               MOVE 'N' TO WRK-FIM-REGRAS
               PERFORM LER-REGRA
                   UNTIL WRK-FIM-REGRAS-OK OR WRK-CONTA-EM-USO
               CLOSE REGRAS-CTB
           END-IF.

       LER-REGRA.
           READ REGRAS-CTB NEXT
               AT END
                   SET WRK-FIM-REGRAS-OK TO TRUE
               NOT AT END
                   IF RGC-CONTA-DEBITO = WRK-CONTA
                      OR RGC-CONTA-CREDITO = WRK-CONTA
                       SET WRK-CONTA-EM-USO TO TRUE
                   END-IF
           END-READ.

       MOSTRA-CONTA-ATUAL.
           DISPLAY 'CONTA.. ' PLC-DESCRICAO.
           DISPLAY 'ATUAL - TIPO ' PLC-TIPO
                   ' SITUACAO ' PLC-STATUS.

       MOVE-DADOS-CONTA.
           MOVE WRK-DESCRICAO TO PLC-DESCRICAO.
           MOVE WRK-TIPO      TO PLC-TIPO.

       CAPTURA-DADOS-CONTA.
           DISPLAY 'DESCRICAO.................. '.
           ACCEPT WRK-DESCRICAO.
           DISPLAY 'TIPO (A-ATIVO P-PASSIVO L-PATRIMONIO '
                   'R-RECEITA D-DESPESA).. '.
           MOVE SPACES TO WRK-TIPO.
           PERFORM CAPTURA-TIPO UNTIL WRK-TIPO-VALIDO.

       CAPTURA-TIPO.
           ACCEPT WRK-TIPO.
           IF NOT WRK-TIPO-VALIDO
               DISPLAY 'TIPO INVALIDO - DIGITE A, P, L, R OU D'
           END-IF.

       CAPTURA-SITUACAO.
           ACCEPT WRK-SITUACAO.
           IF NOT WRK-SITUACAO-VALIDA
               DISPLAY 'SITUACAO INVALIDA - DIGITE A OU I'
           END-IF.

       CONTA-NAO-CADASTRADA.
           DISPLAY 'CONTA NAO CADASTRADA'.

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
           MOVE 'PROGC124' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING WRK-DETALHE ' CONTA=' WRK-CONTA
               ' TIPO=' PLC-TIPO ' SIT=' PLC-STATUS
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
