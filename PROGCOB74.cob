      * (BASE COMERCIAL 30/360) - A FOLHA DE FERIAS DO
      * PROGCOB32 SO RODA PARA QUEM TEM PERIODO EM ABERTO
      * DATA 2026-09-02
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  PERIODO AQUISITIVO AJUSTADO PELOS
      * AFASTAMENTOS (AFASTAM, ROTINA AFASDIAS) - LICENCA NAO
      * REMUNERADA SUSPENDE O PERIODO (FIM E LIMITE
      * PRORROGADOS) E MAIS DE 180 DIAS DE INSS NO PERIODO
      * FAZEM PERDER AS FERIAS, COM O PERIODO SEGUINTE
      * COMECANDO NO RETORNO; AJUSTE NA GERACAO E NA NOVA
      * OPCAO 4 (REPROCESSA OS PERIODOS NAO GOZADOS)
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT AFASTAMENTOS ASSIGN TO "AFASTAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-AFASTAMENTOS-ST.
           SELECT RELATORIO ASSIGN TO "RELFERIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           COPY FERIAREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  AFASTAMENTOS.
           COPY AFASTREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
       77 WRK-FERIAS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AFASTAMENTOS-ST  PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-ULTIMO-FIM       PIC 9(08) VALUE ZEROS.
       77 WRK-ABERTO-SW        PIC X(01) VALUE 'N'.
           88 WRK-TEM-ABERTO VALUE 'S'.
       77 WRK-ULTIMO-STATUS    PIC X(01) VALUE SPACES.
       77 WRK-ULTIMO-AFASTADO-SW PIC X(01) VALUE 'N'.
           88 WRK-ULTIMO-AFASTADO VALUE 'S'.
       77 WRK-QTD-AJUSTADOS    PIC 9(02) VALUE ZEROS.
       77 WRK-INICIO-ESPERADO  PIC 9(08) VALUE ZEROS.
       77 WRK-IDX-TAB          PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-TAB          PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-INICIO       PIC 9(08) VALUE ZEROS.
       77 WRK-PRC-FIM          PIC 9(08) VALUE ZEROS.
       77 WRK-PRC-LIMITE       PIC 9(08) VALUE ZEROS.
       77 WRK-PRC-SUSPENSO     PIC 9(03) VALUE ZEROS.
       77 WRK-PRC-ITER         PIC 9(02) VALUE ZEROS.
       77 WRK-PRC-ESTAVEL-SW   PIC X(01) VALUE 'N'.
           88 WRK-PRC-ESTAVEL VALUE 'S'.
       77 WRK-PRC-PERDIDO-SW   PIC X(01) VALUE 'N'.
           88 WRK-PRC-PERDIDO VALUE 'S'.
       01 WRK-TAB-PERIODOS.
           02 WRK-TPE-ITEM OCCURS 40 TIMES
              INDEXED BY WRK-IDX-TPE.
               03 WRK-TPE-INICIO      PIC 9(08).
               03 WRK-TPE-NOVO-INICIO PIC 9(08).
               03 WRK-TPE-FIM         PIC 9(08).
               03 WRK-TPE-LIMITE      PIC 9(08).
               03 WRK-TPE-PLANEJADA   PIC 9(08).
               03 WRK-TPE-GOZO        PIC 9(08).
               03 WRK-TPE-STATUS      PIC X(01).
               03 WRK-TPE-SUSPENSO    PIC 9(03).
               03 WRK-TPE-ALTERADO    PIC X(01).
       01 WRK-DATA-TRABALHO.
           02 WRK-TRB-ANO PIC 9(04).
           02 WRK-TRB-MES PIC 9(02).
       77 WRK-QTD-ALERTAS      PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-ED          PIC -ZZ.ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY DUTILREG.
           COPY AFASWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB74' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O FERIAS.
           IF WRK-FERIAS-STATUS NOT = '00'
               CLOSE FERIAS
               OPEN I-O FERIAS
           END-IF.
           OPEN INPUT EMPREGADOS.
           OPEN INPUT AFASTAMENTOS.
           IF WRK-AFASTAMENTOS-ST = '00'
               SET WRK-AFD-ARQ-ABERTO TO TRUE
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
               + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
           DISPLAY '1-GERAR PROXIMO PERIODO'.
           DISPLAY '2-PLANEJAR FERIAS'.
           DISPLAY '3-RELATORIO DE LIMITES A VENCER'.
           DISPLAY '4-AJUSTAR PERIODOS PELOS AFASTAMENTOS'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE FERIAS
               CLOSE EMPREGADOS
               CLOSE AFASTAMENTOS
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM GERA-PROXIMO-PERIODO
                   PERFORM PLANEJA-FERIAS
               WHEN 3
                   PERFORM RELATORIO-LIMITES
               WHEN 4
                   PERFORM AJUSTA-PERIODOS-MATRICULA
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           IF WRK-AFD-ARQ-ABERTO
               CLOSE AFASTAMENTOS
           END-IF.
           CLOSE EMPREGADOS.
           CLOSE FERIAS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 3
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2 WHEN 4
                   SET ACE-ALTERAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * GERA-PROXIMO-PERIODO - O PRIMEIRO PERIODO COMECA
      * NA ADMISSAO; OS SEGUINTES COMECAM NO FIM DO
      * ANTERIOR; CADA PERIODO DURA UM ANO E O LIMITE DE
      * GOZO E UM ANO APOS O FIM (REGRA DOS DOIS PERIODOS).
      * OS PERIODOS EXISTENTES SAO AJUSTADOS PELOS
      * AFASTAMENTOS ANTES; PERIODO PERDIDO COM O EMPREGADO
      * AINDA NO INSS NAO GERA O SEGUINTE
      *****************************************************
       GERA-PROXIMO-PERIODO.
           DISPLAY 'MATRICULA.. '
               DISPLAY 'EMPREGADO DESLIGADO - PERIODO NAO '
                       'GERADO'
           ELSE
               PERFORM AJUSTA-PERIODOS
               PERFORM LOCALIZA-ULTIMO-PERIODO
               IF WRK-ULTIMO-STATUS = 'X' AND WRK-ULTIMO-AFASTADO
                   DISPLAY 'PERIODO ANTERIOR PERDIDO E EMPREGADO '
                           'AINDA AFASTADO PELO INSS - PERIODO '
                           'NAO GERADO'
               ELSE
                   PERFORM GRAVA-NOVO-PERIODO
               END-IF
           END-IF.

       GRAVA-NOVO-PERIODO.
           IF WRK-QTD-PERIODOS = 0
               MOVE EMP-DATA-ADMISSAO TO WRK-PRC-INICIO
           ELSE
               MOVE WRK-ULTIMO-FIM TO WRK-PRC-INICIO
           END-IF.
           PERFORM RECALCULA-PERIODO.
           MOVE WRK-MATRICULA TO FER-MATRICULA.
           MOVE WRK-PRC-INICIO TO FER-AQUIS-INICIO.
           MOVE WRK-PRC-FIM TO FER-AQUIS-FIM.
           MOVE WRK-PRC-LIMITE TO FER-LIMITE-GOZO.
           MOVE WRK-PRC-SUSPENSO TO FER-DIAS-SUSPENSO.
           MOVE ZEROS TO FER-DATA-PLANEJADA.
           MOVE ZEROS TO FER-DATA-GOZO.
           IF WRK-PRC-PERDIDO
               SET FER-PERDIDO TO TRUE
           ELSE
               SET FER-ABERTO TO TRUE
           END-IF.
           WRITE FER-REGISTRO
               INVALID KEY
                   DISPLAY 'PERIODO JA EXISTE - NAO GERADO'
               NOT INVALID KEY
                   DISPLAY 'PERIODO GERADO DE '
                           FER-AQUIS-INICIO ' A '
                           FER-AQUIS-FIM
                   IF FER-DIAS-SUSPENSO > 0
                       DISPLAY 'PRORROGADO POR ' FER-DIAS-SUSPENSO
                               ' DIAS DE LICENCA NAO REMUNERADA'
                   END-IF
                   PERFORM GRAVA-AUDITORIA
           END-WRITE.

       LOCALIZA-ULTIMO-PERIODO.
           MOVE ZEROS TO WRK-QTD-PERIODOS.
       CONTA-PERIODO.
           ADD 1 TO WRK-QTD-PERIODOS.
           MOVE FER-AQUIS-FIM TO WRK-ULTIMO-FIM.
           MOVE FER-STATUS TO WRK-ULTIMO-STATUS.
           PERFORM LER-PERIODO-MATRICULA.

      *****************************************************
           PERFORM PROCURA-ABERTO UNTIL WRK-FIM-ARQUIVO-OK.

       PROCURA-ABERTO.
           IF NOT FER-GOZADO AND NOT FER-PERDIDO
              AND NOT WRK-TEM-ABERTO
               SET WRK-TEM-ABERTO TO TRUE
               SET WRK-FIM-ARQUIVO-OK TO TRUE
           ELSE
           END-IF.

       AVALIA-LIMITE.
           IF NOT FER-GOZADO AND NOT FER-PERDIDO
               MOVE FER-LIMITE-GOZO TO WRK-DATA-LIMITE
               COMPUTE WRK-DIAS-LIMITE = (WRK-LIM-ANO * 360)
                   + (WRK-LIM-MES * 30) + WRK-LIM-DIA
           END-IF.
           PERFORM LER-PERIODO-GERAL.

      *****************************************************
      * AJUSTA-PERIODOS-MATRICULA - OPCAO 4: REPROCESSA OS
      * PERIODOS NAO GOZADOS DA MATRICULA APOS O REGISTRO
      * OU A CORRECAO DE UM AFASTAMENTO NO PROGC133
      *****************************************************
       AJUSTA-PERIODOS-MATRICULA.
           DISPLAY 'MATRICULA.. '
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           MOVE WRK-MATRICULA TO EMP-MATRICULA.
           READ EMPREGADOS
               INVALID KEY
                   DISPLAY 'EMPREGADO NAO ENCONTRADO'
               NOT INVALID KEY
                   PERFORM AJUSTA-PERIODOS
                   IF WRK-QTD-AJUSTADOS = 0
                       DISPLAY 'NENHUM PERIODO ALTERADO'
                   END-IF
           END-READ.

      *****************************************************
      * AJUSTA-PERIODOS - CARREGA OS PERIODOS DA MATRICULA,
      * RECALCULA EM SEQUENCIA OS NAO GOZADOS (CADA UM
      * COMECA NO FIM DO ANTERIOR) E REGRAVA OS ALTERADOS;
      * QUANDO O INICIO MUDA O REGISTRO ANTIGO E EXCLUIDO
      * ANTES DAS INCLUSOES, PARA NAO COLIDIR COM A CHAVE DE
      * OUTRO PERIODO DESLOCADO
      *****************************************************
       AJUSTA-PERIODOS.
           MOVE ZEROS TO WRK-QTD-AJUSTADOS.
           MOVE 'N' TO WRK-ULTIMO-AFASTADO-SW.
           PERFORM CARREGA-PERIODOS.
           MOVE EMP-DATA-ADMISSAO TO WRK-INICIO-ESPERADO.
           PERFORM RECALCULA-ITEM
               VARYING WRK-IDX-TAB FROM 1 BY 1
               UNTIL WRK-IDX-TAB > WRK-QTD-TAB.
           PERFORM EXCLUI-ITEM-DESLOCADO
               VARYING WRK-IDX-TAB FROM 1 BY 1
               UNTIL WRK-IDX-TAB > WRK-QTD-TAB.
           PERFORM REGRAVA-ITEM
               VARYING WRK-IDX-TAB FROM 1 BY 1
               UNTIL WRK-IDX-TAB > WRK-QTD-TAB.
           IF WRK-QTD-AJUSTADOS > 0
               DISPLAY 'PERIODOS AJUSTADOS PELOS AFASTAMENTOS.. '
                       WRK-QTD-AJUSTADOS
               PERFORM GRAVA-AUDITORIA
           END-IF.

       CARREGA-PERIODOS.
           MOVE ZEROS TO WRK-QTD-TAB.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-MATRICULA TO FER-MATRICULA.
           MOVE ZEROS TO FER-AQUIS-INICIO.
           START FERIAS KEY >= FER-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-PERIODO-MATRICULA.
           PERFORM CARREGA-ITEM UNTIL WRK-FIM-ARQUIVO-OK.

       CARREGA-ITEM.
           IF WRK-QTD-TAB < 40
               ADD 1 TO WRK-QTD-TAB
               SET WRK-IDX-TPE TO WRK-QTD-TAB
               MOVE FER-AQUIS-INICIO   TO WRK-TPE-INICIO (WRK-IDX-TPE)
               MOVE FER-AQUIS-INICIO
                   TO WRK-TPE-NOVO-INICIO (WRK-IDX-TPE)
               MOVE FER-AQUIS-FIM      TO WRK-TPE-FIM (WRK-IDX-TPE)
               MOVE FER-LIMITE-GOZO    TO WRK-TPE-LIMITE (WRK-IDX-TPE)
               MOVE FER-DATA-PLANEJADA
                   TO WRK-TPE-PLANEJADA (WRK-IDX-TPE)
               MOVE FER-DATA-GOZO      TO WRK-TPE-GOZO (WRK-IDX-TPE)
               MOVE FER-STATUS         TO WRK-TPE-STATUS (WRK-IDX-TPE)
               MOVE FER-DIAS-SUSPENSO
                   TO WRK-TPE-SUSPENSO (WRK-IDX-TPE)
               MOVE 'N'                TO WRK-TPE-ALTERADO (WRK-IDX-TPE)
           END-IF.
           PERFORM LER-PERIODO-MATRICULA.

       RECALCULA-ITEM.
           SET WRK-IDX-TPE TO WRK-IDX-TAB.
           IF WRK-TPE-STATUS (WRK-IDX-TPE) = 'G'
               MOVE WRK-TPE-FIM (WRK-IDX-TPE) TO WRK-INICIO-ESPERADO
           ELSE
               MOVE WRK-INICIO-ESPERADO TO WRK-PRC-INICIO
               PERFORM RECALCULA-PERIODO
               IF WRK-PRC-INICIO NOT = WRK-TPE-INICIO (WRK-IDX-TPE)
                  OR WRK-PRC-FIM NOT = WRK-TPE-FIM (WRK-IDX-TPE)
                  OR WRK-PRC-LIMITE NOT = WRK-TPE-LIMITE (WRK-IDX-TPE)
                  OR WRK-PRC-SUSPENSO
                     NOT = WRK-TPE-SUSPENSO (WRK-IDX-TPE)
                  OR (WRK-PRC-PERDIDO
                      AND WRK-TPE-STATUS (WRK-IDX-TPE) NOT = 'X')
                  OR (NOT WRK-PRC-PERDIDO
                      AND WRK-TPE-STATUS (WRK-IDX-TPE) = 'X')
                   PERFORM ATUALIZA-ITEM
               END-IF
               MOVE WRK-PRC-FIM TO WRK-INICIO-ESPERADO
           END-IF.

       ATUALIZA-ITEM.
           MOVE 'S' TO WRK-TPE-ALTERADO (WRK-IDX-TPE).
           ADD 1 TO WRK-QTD-AJUSTADOS.
           MOVE WRK-PRC-INICIO   TO WRK-TPE-NOVO-INICIO (WRK-IDX-TPE).
           MOVE WRK-PRC-FIM      TO WRK-TPE-FIM (WRK-IDX-TPE).
           MOVE WRK-PRC-LIMITE   TO WRK-TPE-LIMITE (WRK-IDX-TPE).
           MOVE WRK-PRC-SUSPENSO TO WRK-TPE-SUSPENSO (WRK-IDX-TPE).
           EVALUATE TRUE
               WHEN WRK-PRC-PERDIDO
                   MOVE 'X' TO WRK-TPE-STATUS (WRK-IDX-TPE)
               WHEN WRK-TPE-PLANEJADA (WRK-IDX-TPE) > ZEROS
                   MOVE 'P' TO WRK-TPE-STATUS (WRK-IDX-TPE)
               WHEN OTHER
                   MOVE 'A' TO WRK-TPE-STATUS (WRK-IDX-TPE)
           END-EVALUATE.
           DISPLAY 'PERIODO ' WRK-PRC-INICIO ' A ' WRK-PRC-FIM
                   ' LIMITE ' WRK-PRC-LIMITE
                   ' SUSPENSO ' WRK-PRC-SUSPENSO
                   ' SITUACAO ' WRK-TPE-STATUS (WRK-IDX-TPE).

       EXCLUI-ITEM-DESLOCADO.
           SET WRK-IDX-TPE TO WRK-IDX-TAB.
           IF WRK-TPE-ALTERADO (WRK-IDX-TPE) = 'S'
              AND WRK-TPE-NOVO-INICIO (WRK-IDX-TPE)
                  NOT = WRK-TPE-INICIO (WRK-IDX-TPE)
               MOVE WRK-MATRICULA TO FER-MATRICULA
               MOVE WRK-TPE-INICIO (WRK-IDX-TPE) TO FER-AQUIS-INICIO
               DELETE FERIAS
                   INVALID KEY
                       DISPLAY 'PERIODO ' FER-AQUIS-INICIO
                               ' NAO ENCONTRADO PARA EXCLUSAO'
               END-DELETE
           END-IF.

       REGRAVA-ITEM.
           SET WRK-IDX-TPE TO WRK-IDX-TAB.
           IF WRK-TPE-ALTERADO (WRK-IDX-TPE) = 'S'
               MOVE WRK-MATRICULA TO FER-MATRICULA
               MOVE WRK-TPE-NOVO-INICIO (WRK-IDX-TPE)
                   TO FER-AQUIS-INICIO
               MOVE WRK-TPE-FIM (WRK-IDX-TPE)    TO FER-AQUIS-FIM
               MOVE WRK-TPE-LIMITE (WRK-IDX-TPE) TO FER-LIMITE-GOZO
               MOVE WRK-TPE-PLANEJADA (WRK-IDX-TPE)
                   TO FER-DATA-PLANEJADA
               MOVE WRK-TPE-GOZO (WRK-IDX-TPE)   TO FER-DATA-GOZO
               MOVE WRK-TPE-STATUS (WRK-IDX-TPE) TO FER-STATUS
               MOVE WRK-TPE-SUSPENSO (WRK-IDX-TPE)
                   TO FER-DIAS-SUSPENSO
               IF WRK-TPE-NOVO-INICIO (WRK-IDX-TPE)
                  = WRK-TPE-INICIO (WRK-IDX-TPE)
                   REWRITE FER-REGISTRO
                       INVALID KEY
                           DISPLAY 'PERIODO ' FER-AQUIS-INICIO
                                   ' NAO REGRAVADO'
                   END-REWRITE
               ELSE
                   WRITE FER-REGISTRO
                       INVALID KEY
                           DISPLAY 'PERIODO ' FER-AQUIS-INICIO
                                   ' JA EXISTE - NAO REGRAVADO'
                   END-WRITE
               END-IF
           END-IF.

      *****************************************************
      * RECALCULA-PERIODO - A PARTIR DO INICIO EM
      * WRK-PRC-INICIO: UM ANO, PRORROGADO PELOS DIAS DE
      * LICENCA NAO REMUNERADA DENTRO DO PROPRIO PERIODO
      * (REPETE ATE A PRORROGACAO NAO TRAZER DIAS NOVOS);
      * MAIS DE 180 DIAS DE INSS PERDEM O PERIODO, QUE
      * TERMINA NO RETORNO. SEM PERDA, LIMITE UM ANO APOS
      * O FIM
      *****************************************************
       RECALCULA-PERIODO.
           MOVE ZEROS TO WRK-PRC-SUSPENSO.
           MOVE ZEROS TO WRK-PRC-ITER.
           MOVE 'N' TO WRK-PRC-ESTAVEL-SW.
           PERFORM CALCULA-FIM-PERIODO
               UNTIL WRK-PRC-ESTAVEL OR WRK-PRC-ITER > 10.
           MOVE 'N' TO WRK-PRC-PERDIDO-SW.
           MOVE WRK-AFD-AFASTADO-SW TO WRK-ULTIMO-AFASTADO-SW.
           IF WRK-AFD-DIAS-INSS > 180
               SET WRK-PRC-PERDIDO TO TRUE
               IF NOT WRK-AFD-AINDA-AFASTADO
                  AND WRK-AFD-RETORNO-INSS > WRK-PRC-INICIO
                   MOVE WRK-AFD-RETORNO-INSS TO WRK-PRC-FIM
               END-IF
               MOVE WRK-PRC-FIM TO WRK-PRC-LIMITE
           ELSE
               MOVE WRK-PRC-FIM TO WRK-DATA-TRABALHO
               ADD 1 TO WRK-TRB-ANO
               MOVE WRK-DATA-TRABALHO TO WRK-PRC-LIMITE
           END-IF.

       CALCULA-FIM-PERIODO.
           ADD 1 TO WRK-PRC-ITER.
           MOVE WRK-PRC-INICIO TO WRK-DATA-TRABALHO.
           ADD 1 TO WRK-TRB-ANO.
           MOVE WRK-DATA-TRABALHO TO WRK-PRC-FIM.
           IF WRK-PRC-SUSPENSO > 0
               SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE
               MOVE WRK-PRC-FIM TO DUT-DATA-1
               MOVE WRK-PRC-SUSPENSO TO DUT-DIAS
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               MOVE DUT-DATA-2 TO WRK-PRC-FIM
           END-IF.
           MOVE WRK-MATRICULA  TO WRK-AFD-MATRICULA.
           MOVE WRK-PRC-INICIO TO WRK-AFD-INICIO.
           MOVE WRK-PRC-FIM    TO WRK-AFD-FIM.
           PERFORM APURA-AFASTAMENTOS.
           IF WRK-AFD-DIAS-SEM-VENC = WRK-PRC-SUSPENSO
               SET WRK-PRC-ESTAVEL TO TRUE
           ELSE
               MOVE WRK-AFD-DIAS-SEM-VENC TO WRK-PRC-SUSPENSO
           END-IF.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           OPEN INPUT OPER-SESSAO.
           STRING 'FERIAS OPCAO=' WRK-OPCAO
               ' MATRICULA=' WRK-MATRICULA
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
               VALIDNUM-PARAGRAFO BY CAPTURA-DATA-PLANEJADA
               VALIDNUM-CAMPO     BY WRK-DATA-PLANEJADA
               VALIDNUM-CHAVE-SW  BY WRK-DATA-PLANEJADA-SW.

           COPY AFASDIAS.
