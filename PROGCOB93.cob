      * OPCAO 2 E A LISTA DE PENDENTES POR IDADE (BASE
      * 30/360) PARA NADA ENVELHECER NA FILA
      * DATA 2026-09-02
      * 2026-10-15 LC  INCLUIDA A BAIXA POR PERDA DE TITULO
      * DO CONTAS A RECEBER (TIPO P, SOLICITADA PELO
      * PROGC114) - NA APROVACAO O TITULO PASSA A BAIXADO
      * POR PERDA
      * 2026-10-15 LC  INCLUIDA A REVISAO DE LIMITE DE
      * CREDITO (TIPO L, PROPOSTA PELO LOTE PROGC117) - NA
      * APROVACAO O AUMENTO OU A REDUCAO ATUALIZA O LIMITE
      * DO CLIENTE COM HISTORICO NO CLILIMH E O BLOQUEIO
      * BLOQUEIA O CREDITO COM HISTORICO NO CLIBLOQH
      * 2026-10-15 LC  INCLUIDA A REABERTURA DE PERIODO FECHADO
      * (TIPO F, SOLICITADA PELO PROGC130) - NA APROVACAO A
      * COMPETENCIA DA AREA VOLTA A ABERTA NO PERIODOS
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  INCLUIDO O REAJUSTE COLETIVO - DISSIDIO
      * (TIPO C, SOLICITADO PELO PROGC135) - A APROVACAO OU A
      * REJEICAO PASSA PARA O DISSIDIO, QUE SO E EFETIVADO
      * DEPOIS DE APROVADO
      * 2026-10-15 LC  O REAJUSTE MOSTRA A FAIXA DO CARGO/NIVEL
      * (ROTINA VERIFAIX) E SO E APLICADO DENTRO DA FAIXA OU
      * QUANDO VEIO MARCADO COMO EXCECAO JUSTIFICADA PELO
      * PROGCOB31; FORA DISSO FICA PENDENTE PARA SER REJEITADO
      * 2026-10-15 LC  INCLUIDA A BOLSA/DESCONTO DE MENSALIDADE
      * (TIPO B, SOLICITADA PELO PROGC145) - A APROVACAO OU A
      * REJEICAO PASSA PARA A BOLSA NO BOLSAS, QUE SO ENTRA
      * NO FATURAMENTO DEPOIS DE APROVADA
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT TITULOS ASSIGN TO "TITULOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIT-CHAVE
               FILE STATUS IS WRK-TITULOS-STATUS.
           SELECT PERIODOS ASSIGN TO "PERIODOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-CHAVE
               FILE STATUS IS WRK-PERIODOS-ST.
           SELECT CARGOS ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WRK-CARGOS-ST.
           SELECT DISSIDIOS ASSIGN TO "DISSIDIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIS-NUMERO
               FILE STATUS IS WRK-DISSIDIOS-ST.
           SELECT BOLSAS ASSIGN TO "BOLSAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BLS-CHAVE
               FILE STATUS IS WRK-BOLSAS-ST.
           SELECT BLOQUEIO-HIST ASSIGN TO "CLIBLOQH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-BLOQUEIO-STATUS.
           SELECT LIMITE-HIST ASSIGN TO "CLILIMH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIMITE-HIST-ST.
           SELECT SALARIO-HIST ASSIGN TO "SALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SALARIO-HIST-ST.
           COPY CLIREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  TITULOS.
           COPY TITREG.
       FD  PERIODOS.
           COPY PERIODREG.
       FD  CARGOS.
           COPY CARGOREG.
       FD  DISSIDIOS.
           COPY DISSREG.
       FD  BOLSAS.
           COPY BOLSAREG.
       FD  BLOQUEIO-HIST.
           COPY CLIBLOREG.
       FD  LIMITE-HIST.
           COPY CLILIMREG.
       FD  SALARIO-HIST.
           COPY SALHISREG.
       FD  OPER-SESSAO.
       77 WRK-OPERADORES-ST    PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-TITULOS-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-BLOQUEIO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-PERIODOS-ST      PIC X(02) VALUE SPACES.
       77 WRK-SALARIO-HIST-ST  PIC X(02) VALUE SPACES.
       77 WRK-DISSIDIOS-ST     PIC X(02) VALUE SPACES.
       77 WRK-BOLSAS-ST        PIC X(02) VALUE SPACES.
       77 WRK-PERCENTUAL-ED    PIC ZZ9,99 VALUE ZEROS.
       77 WRK-LIMITE-HIST-ST   PIC X(02) VALUE SPACES.
       77 WRK-ACAO-BLOQUEIO    PIC X(01) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-DIAS-FILA        PIC S9(05) COMP VALUE ZEROS.
       77 WRK-DIAS-ED          PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MAXIMO-ED        PIC $ZZZ.ZZ9,99 VALUE ZEROS.
           COPY FAIXAWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB93' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
               + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O APROVACOES.
           IF WRK-APROVACOES-ST NOT = '00'
               DISPLAY 'FILA DE APROVACAO VAZIA OU AUSENTE'
           CLOSE APROVACOES.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 2
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-APROVAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * VERIFICA-REVISOR - O OPERADOR DA SESSAO PRECISA
      * EXISTIR NO CADASTRO COM PERFIL ADMINISTRADOR; A
       REVISA-PENDENTES.
           OPEN I-O CLIENTE.
           OPEN I-O EMPREGADOS.
           OPEN I-O TITULOS.
           MOVE ZEROS TO APV-SEQ.
           START APROVACOES KEY >= APV-SEQ
               INVALID KEY
           END-START.
           PERFORM LER-APROVACAO.
           PERFORM REVISA-UMA UNTIL WRK-FIM-ARQUIVO-OK.
           CLOSE TITULOS.
           CLOSE EMPREGADOS.
           CLOSE CLIENTE.
           DISPLAY 'APROVADAS ' WRK-QTD-APROVADAS

       APRESENTA-SOLICITACAO.
           MOVE APV-VALOR-NOVO TO WRK-VALOR-ED.
           EVALUATE TRUE
               WHEN APV-DESBLOQUEIO
                   DISPLAY 'SOLICITACAO ' APV-SEQ
                           ' DESBLOQUEIO CLIENTE ' APV-CHAVE-REF
               WHEN APV-BAIXA-PERDA
                   DISPLAY 'SOLICITACAO ' APV-SEQ
                           ' BAIXA POR PERDA ' APV-TIT-TIPO-DOC
                           ' NF ' APV-TIT-NUMERO '/' APV-TIT-PARCELA
                   DISPLAY '   CLIENTE ' APV-CHAVE-REF
                           ' SALDO ' WRK-VALOR-ED
               WHEN APV-REVISAO-LIMITE
                   PERFORM APRESENTA-REVISAO-LIMITE
               WHEN APV-REABERTURA
                   DISPLAY 'SOLICITACAO ' APV-SEQ
                           ' REABERTURA DA COMPETENCIA '
                           APV-CHAVE-REF ' AREA ' APV-PER-AREA
               WHEN APV-DISSIDIO
                   DISPLAY 'SOLICITACAO ' APV-SEQ
                           ' DISSIDIO ' APV-CHAVE-REF
                           ' DIFERENCAS ' WRK-VALOR-ED
                   DISPLAY '   CONFERIR A SIMULACAO NO RELDISSI'
               WHEN APV-BOLSA
                   PERFORM APRESENTA-BOLSA
               WHEN OTHER
                   DISPLAY 'SOLICITACAO ' APV-SEQ
                           ' REAJUSTE MATRICULA ' APV-CHAVE-REF
                           ' PARA ' WRK-VALOR-ED
                   PERFORM APRESENTA-FAIXA-REAJUSTE
           END-EVALUATE.
           DISPLAY '   SOLICITANTE ' APV-SOLICITANTE
                   ' EM ' APV-DATA-SOLIC.
           DISPLAY '   MOTIVO ' APV-MOTIVO.

      *****************************************************
      * APRESENTA-BOLSA - TIPO, DESCONTO E COMPETENCIAS DA
      * BOLSA SOLICITADA PARA O ALUNO
      *****************************************************
       APRESENTA-BOLSA.
           DISPLAY 'SOLICITACAO ' APV-SEQ
                   ' BOLSA ALUNO ' APV-CHAVE-REF '/' APV-BLS-SEQ.
           OPEN INPUT BOLSAS.
           IF WRK-BOLSAS-ST NOT = '00'
               DISPLAY '   CADASTRO DE BOLSAS AUSENTE'
           ELSE
               MOVE APV-CHAVE-REF TO BLS-MATRICULA
               MOVE APV-BLS-SEQ   TO BLS-SEQ
               READ BOLSAS
                   INVALID KEY
                       DISPLAY '   BOLSA NAO ENCONTRADA'
                   NOT INVALID KEY
                       PERFORM APRESENTA-DADOS-BOLSA
               END-READ
               CLOSE BOLSAS
           END-IF.

       APRESENTA-DADOS-BOLSA.
           EVALUATE TRUE
               WHEN BLS-MERITO
                   DISPLAY '   TIPO MERITO'
               WHEN BLS-SOCIAL
                   DISPLAY '   TIPO SOCIAL'
               WHEN BLS-IRMAO
                   DISPLAY '   TIPO IRMAO - ALUNO ' BLS-REFERENCIA
               WHEN OTHER
                   DISPLAY '   TIPO FILHO DE FUNCIONARIO - '
                           'MATRICULA ' BLS-REFERENCIA
           END-EVALUATE.
           IF BLS-PERCENTUAL-MODO
               MOVE BLS-PERCENTUAL TO WRK-PERCENTUAL-ED
               DISPLAY '   DESCONTO DE ' WRK-PERCENTUAL-ED
                       '% DA MENSALIDADE'
           ELSE
               MOVE BLS-VALOR TO WRK-VALOR-ED
               DISPLAY '   DESCONTO FIXO DE ' WRK-VALOR-ED
           END-IF.
           DISPLAY '   COMPETENCIAS ' BLS-COMP-INICIO
                   ' A ' BLS-COMP-FIM.

      *****************************************************
      * APRESENTA-FAIXA-REAJUSTE - FAIXA DO CARGO/NIVEL DO
      * EMPREGADO CONTRA O SALARIO PROPOSTO; A EXCECAO
      * MARCADA PELO SOLICITANTE TRAZ A JUSTIFICATIVA NO
      * MOTIVO
      *****************************************************
       APRESENTA-FAIXA-REAJUSTE.
           MOVE APV-CHAVE-REF TO EMP-MATRICULA.
           READ EMPREGADOS
               INVALID KEY
                   MOVE ZEROS TO EMP-CARGO
                   MOVE ZEROS TO EMP-NIVEL
           END-READ.
           PERFORM CONFERE-FAIXA-REAJUSTE.
           IF WRK-FXA-SEM-CARGO
               DISPLAY '   EMPREGADO SEM CARGO/NIVEL COM FAIXA'
           ELSE
               MOVE WRK-FXA-MINIMO TO WRK-VALOR-ED
               MOVE WRK-FXA-MAXIMO TO WRK-MAXIMO-ED
               DISPLAY '   CARGO ' EMP-CARGO '/' EMP-NIVEL
                       ' FAIXA ' WRK-VALOR-ED ' A ' WRK-MAXIMO-ED
           END-IF.
           IF APV-FORA-DA-FAIXA
               DISPLAY '   EXCECAO DE FAIXA - JUSTIFICATIVA NO '
                       'MOTIVO'
           END-IF.

       CONFERE-FAIXA-REAJUSTE.
           MOVE EMP-CARGO      TO WRK-FXA-CARGO.
           MOVE EMP-NIVEL      TO WRK-FXA-NIVEL.
           MOVE APV-VALOR-NOVO TO WRK-FXA-SALARIO.
           PERFORM VERIFICA-FAIXA.

       APRESENTA-REVISAO-LIMITE.
           MOVE APV-CHAVE-REF TO CLI-CODIGO.
           READ CLIENTE
               INVALID KEY
                   MOVE ZEROS TO CLI-LIMITE-CREDITO
           END-READ.
           EVALUATE TRUE
               WHEN APV-LIM-AUMENTO
                   DISPLAY 'SOLICITACAO ' APV-SEQ
                           ' AUMENTO DE LIMITE CLIENTE '
                           APV-CHAVE-REF
               WHEN APV-LIM-REDUCAO
                   DISPLAY 'SOLICITACAO ' APV-SEQ
                           ' REDUCAO DE LIMITE CLIENTE '
                           APV-CHAVE-REF
               WHEN OTHER
                   DISPLAY 'SOLICITACAO ' APV-SEQ
                           ' BLOQUEIO DE CREDITO CLIENTE '
                           APV-CHAVE-REF
           END-EVALUATE.
           MOVE CLI-LIMITE-CREDITO TO WRK-VALOR-ED.
           DISPLAY '   LIMITE ATUAL    ' WRK-VALOR-ED.
           MOVE APV-VALOR-NOVO TO WRK-VALOR-ED.
           DISPLAY '   LIMITE PROPOSTO ' WRK-VALOR-ED.

       APROVA-SOLICITACAO.
           EVALUATE TRUE
               WHEN APV-DESBLOQUEIO
                   PERFORM APLICA-DESBLOQUEIO
               WHEN APV-BAIXA-PERDA
                   PERFORM APLICA-BAIXA-PERDA
               WHEN APV-REVISAO-LIMITE
                   PERFORM APLICA-REVISAO-LIMITE
               WHEN APV-REABERTURA
                   PERFORM APLICA-REABERTURA
               WHEN APV-DISSIDIO
                   PERFORM APLICA-DISSIDIO
               WHEN APV-BOLSA
                   PERFORM APLICA-BOLSA
               WHEN OTHER
                   PERFORM APLICA-REAJUSTE
           END-EVALUATE.

       APLICA-DESBLOQUEIO.
           MOVE APV-CHAVE-REF TO CLI-CODIGO.
           READ CLIENTE
               NOT INVALID KEY
                   SET CLI-CREDITO-OK TO TRUE
                   REWRITE CLI-REGISTRO
                   MOVE 'D' TO WRK-ACAO-BLOQUEIO
                   PERFORM GRAVA-HISTORICO-BLOQUEIO
                   PERFORM MARCA-APROVADA
                   DISPLAY 'CREDITO DESBLOQUEADO'
                   DISPLAY 'EMPREGADO NAO ENCONTRADO - '
                           'SOLICITACAO MANTIDA PENDENTE'
               NOT INVALID KEY
                   PERFORM CONFERE-FAIXA-REAJUSTE
                   IF WRK-FXA-DENTRO OR APV-FORA-DA-FAIXA
                       PERFORM GRAVA-HISTORICO-SALARIO
                       MOVE APV-VALOR-NOVO TO EMP-SALARIO-BASE
                       REWRITE EMP-REGISTRO
                       PERFORM MARCA-APROVADA
                       DISPLAY 'SALARIO REAJUSTADO'
                   ELSE
                       DISPLAY 'SALARIO FORA DA FAIXA DO CARGO SEM '
                               'EXCECAO JUSTIFICADA - SOLICITACAO '
                               'MANTIDA PENDENTE'
                   END-IF
           END-READ.

      *****************************************************
      * APLICA-BAIXA-PERDA - O TITULO PASSA A BAIXADO POR
      * PERDA COM O SALDO DO MOMENTO DA APROVACAO (PODE TER
      * RECEBIDO PAGAMENTO PARCIAL DEPOIS DA SOLICITACAO);
      * SE JA NAO ESTIVER EM ABERTO A SOLICITACAO FICA
      * PENDENTE PARA SER REJEITADA
      *****************************************************
       APLICA-BAIXA-PERDA.
           MOVE APV-TIT-TIPO-DOC TO TIT-TIPO-DOC.
           MOVE APV-TIT-NUMERO   TO TIT-NUMERO.
           MOVE APV-TIT-PARCELA  TO TIT-PARCELA.
           READ TITULOS
               INVALID KEY
                   DISPLAY 'TITULO NAO ENCONTRADO - '
                           'SOLICITACAO MANTIDA PENDENTE'
               NOT INVALID KEY
                   IF TIT-ABERTO AND TIT-SALDO > 0
                       SET TIT-BAIXADO-PERDA TO TRUE
                       REWRITE TIT-REGISTRO
                       PERFORM MARCA-APROVADA
                       MOVE TIT-SALDO TO WRK-VALOR-ED
                       DISPLAY 'TITULO BAIXADO POR PERDA - SALDO '
                               WRK-VALOR-ED
                   ELSE
                       DISPLAY 'TITULO NAO ESTA MAIS EM ABERTO - '
                               'SOLICITACAO MANTIDA PENDENTE'
                   END-IF
           END-READ.

      *****************************************************
      * APLICA-REVISAO-LIMITE - AUMENTO OU REDUCAO GRAVA O
      * HISTORICO (CLILIMH) COM O LIMITE DO MOMENTO DA
      * APROVACAO E PASSA O CLIENTE AO LIMITE PROPOSTO; O
      * BLOQUEIO BLOQUEIA O CREDITO COMO NO PROGCOB16, COM
      * HISTORICO NO CLIBLOQH (SE JA ESTIVER BLOQUEADO SO
      * REGISTRA A DECISAO)
      *****************************************************
       APLICA-REVISAO-LIMITE.
           MOVE APV-CHAVE-REF TO CLI-CODIGO.
           READ CLIENTE
               INVALID KEY
                   DISPLAY 'CLIENTE NAO ENCONTRADO - '
                           'SOLICITACAO MANTIDA PENDENTE'
               NOT INVALID KEY
                   IF APV-LIM-BLOQUEIO
                       PERFORM APLICA-BLOQUEIO-REVISAO
                   ELSE
                       PERFORM GRAVA-HISTORICO-LIMITE
                       MOVE APV-VALOR-NOVO TO CLI-LIMITE-CREDITO
                       REWRITE CLI-REGISTRO
                       DISPLAY 'LIMITE DE CREDITO ALTERADO'
                   END-IF
                   PERFORM MARCA-APROVADA
           END-READ.

      *****************************************************
      * APLICA-REABERTURA - A COMPETENCIA DA AREA VOLTA A
      * ABERTA, COM A DATA E O APROVADOR DA REABERTURA; SE
      * JA NAO ESTIVER FECHADA A SOLICITACAO FICA PENDENTE
      * PARA SER REJEITADA
      *****************************************************
       APLICA-REABERTURA.
           OPEN I-O PERIODOS.
           IF WRK-PERIODOS-ST NOT = '00'
               DISPLAY 'CONTROLE DE PERIODOS AUSENTE - '
                       'SOLICITACAO MANTIDA PENDENTE'
           ELSE
               MOVE APV-PER-AREA  TO PER-AREA
               MOVE APV-CHAVE-REF TO PER-COMPETENCIA
               READ PERIODOS
                   INVALID KEY
                       DISPLAY 'COMPETENCIA NAO ENCONTRADA - '
                               'SOLICITACAO MANTIDA PENDENTE'
                   NOT INVALID KEY
                       IF PER-FECHADO
                           SET PER-ABERTO TO TRUE
                           MOVE WRK-DATA-HOJE TO PER-DATA-REABERTURA
                           MOVE WRK-USUARIO   TO PER-OPER-REABERTURA
                           REWRITE PER-REGISTRO
                           PERFORM MARCA-APROVADA
                           DISPLAY 'COMPETENCIA REABERTA'
                       ELSE
                           DISPLAY 'COMPETENCIA NAO ESTA FECHADA - '
                                   'SOLICITACAO MANTIDA PENDENTE'
                       END-IF
               END-READ
           END-IF.
           CLOSE PERIODOS.

      *****************************************************
      * APLICA-DISSIDIO - O DISSIDIO PENDENTE PASSA A
      * APROVADO; O SALARIO E AS DIFERENCAS SO MUDAM NA
      * EFETIVACAO PELO PROGC135
      *****************************************************
       APLICA-DISSIDIO.
           OPEN I-O DISSIDIOS.
           IF WRK-DISSIDIOS-ST NOT = '00'
               DISPLAY 'CADASTRO DE DISSIDIOS AUSENTE - '
                       'SOLICITACAO MANTIDA PENDENTE'
           ELSE
               MOVE APV-CHAVE-REF TO DIS-NUMERO
               READ DISSIDIOS
                   INVALID KEY
                       DISPLAY 'DISSIDIO NAO ENCONTRADO - '
                               'SOLICITACAO MANTIDA PENDENTE'
                   NOT INVALID KEY
                       IF DIS-PENDENTE
                           SET DIS-APROVADO TO TRUE
                           REWRITE DIS-REGISTRO
                           PERFORM MARCA-APROVADA
                           DISPLAY 'DISSIDIO APROVADO - EFETIVAR '
                                   'NO PROGC135'
                       ELSE
                           DISPLAY 'DISSIDIO NAO ESTA PENDENTE - '
                                   'SOLICITACAO MANTIDA PENDENTE'
                       END-IF
               END-READ
           END-IF.
           CLOSE DISSIDIOS.

       REJEITA-DISSIDIO.
           OPEN I-O DISSIDIOS.
           IF WRK-DISSIDIOS-ST = '00'
               MOVE APV-CHAVE-REF TO DIS-NUMERO
               READ DISSIDIOS
                   NOT INVALID KEY
                       IF DIS-PENDENTE
                           SET DIS-REJEITADO TO TRUE
                           REWRITE DIS-REGISTRO
                       END-IF
               END-READ
           END-IF.
           CLOSE DISSIDIOS.

      *****************************************************
      * APLICA-BOLSA - A BOLSA PENDENTE PASSA A APROVADA E
      * ENTRA NO FATURAMENTO DAS MENSALIDADES (PROGCOB82) A
      * PARTIR DA COMPETENCIA DE INICIO
      *****************************************************
       APLICA-BOLSA.
           OPEN I-O BOLSAS.
           IF WRK-BOLSAS-ST NOT = '00'
               DISPLAY 'CADASTRO DE BOLSAS AUSENTE - '
                       'SOLICITACAO MANTIDA PENDENTE'
           ELSE
               MOVE APV-CHAVE-REF TO BLS-MATRICULA
               MOVE APV-BLS-SEQ   TO BLS-SEQ
               READ BOLSAS
                   INVALID KEY
                       DISPLAY 'BOLSA NAO ENCONTRADA - '
                               'SOLICITACAO MANTIDA PENDENTE'
                   NOT INVALID KEY
                       IF BLS-PENDENTE
                           SET BLS-APROVADA TO TRUE
                           MOVE WRK-USUARIO   TO BLS-APROVADOR
                           MOVE WRK-DATA-HOJE TO BLS-DATA-DECISAO
                           REWRITE BLS-REGISTRO
                           PERFORM MARCA-APROVADA
                           DISPLAY 'BOLSA APROVADA'
                       ELSE
                           DISPLAY 'BOLSA NAO ESTA PENDENTE - '
                                   'SOLICITACAO MANTIDA PENDENTE'
                       END-IF
               END-READ
           END-IF.
           CLOSE BOLSAS.

       REJEITA-BOLSA.
           OPEN I-O BOLSAS.
           IF WRK-BOLSAS-ST = '00'
               MOVE APV-CHAVE-REF TO BLS-MATRICULA
               MOVE APV-BLS-SEQ   TO BLS-SEQ
               READ BOLSAS
                   NOT INVALID KEY
                       IF BLS-PENDENTE
                           SET BLS-REJEITADA TO TRUE
                           MOVE WRK-USUARIO   TO BLS-APROVADOR
                           MOVE WRK-DATA-HOJE TO BLS-DATA-DECISAO
                           REWRITE BLS-REGISTRO
                       END-IF
               END-READ
           END-IF.
           CLOSE BOLSAS.

       APLICA-BLOQUEIO-REVISAO.
           IF CLI-CREDITO-BLOQUEADO
               DISPLAY 'CLIENTE JA ESTAVA BLOQUEADO'
           ELSE
               SET CLI-CREDITO-BLOQUEADO TO TRUE
               REWRITE CLI-REGISTRO
               MOVE 'B' TO WRK-ACAO-BLOQUEIO
               PERFORM GRAVA-HISTORICO-BLOQUEIO
               DISPLAY 'CREDITO BLOQUEADO'
           END-IF.

       GRAVA-HISTORICO-LIMITE.
           MOVE APV-CHAVE-REF      TO CLH-CLI-CODIGO.
           MOVE WRK-DATA-HOJE      TO CLH-DATA.
           MOVE APV-LIM-ACAO       TO CLH-ACAO.
           MOVE CLI-LIMITE-CREDITO TO CLH-LIMITE-ANTERIOR.
           MOVE APV-VALOR-NOVO     TO CLH-LIMITE-NOVO.
           MOVE APV-SEQ            TO CLH-APV-SEQ.
           MOVE WRK-USUARIO        TO CLH-APROVADOR.
           MOVE APV-MOTIVO         TO CLH-MOTIVO.
           OPEN EXTEND LIMITE-HIST.
           WRITE CLH-REGISTRO.
           CLOSE LIMITE-HIST.

       GRAVA-HISTORICO-BLOQUEIO.
           MOVE APV-CHAVE-REF TO CBL-CLI-CODIGO.
           MOVE WRK-DATA-HOJE TO CBL-DATA.
           MOVE WRK-ACAO-BLOQUEIO TO CBL-ACAO.
           MOVE APV-MOTIVO    TO CBL-MOTIVO.
           OPEN EXTEND BLOQUEIO-HIST.
           WRITE CBL-REGISTRO.
           MOVE WRK-DATA-HOJE TO APV-DATA-DECISAO.
           REWRITE APV-REGISTRO.
           ADD 1 TO WRK-QTD-REJEITADAS.
           IF APV-DISSIDIO
               PERFORM REJEITA-DISSIDIO
           END-IF.
           IF APV-BOLSA
               PERFORM REJEITA-BOLSA
           END-IF.
           DISPLAY 'SOLICITACAO REJEITADA'.
           PERFORM GRAVA-AUDITORIA.

               ' STATUS=' APV-STATUS
               ' SOLIC=' APV-SOLICITANTE
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.

           COPY VERIFAIX.
