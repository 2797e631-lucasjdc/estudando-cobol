      *****************************************************
      * AFASDIAS.CPY
      * ROTINA COMPARTILHADA DE APURACAO DOS DIAS DE
      * AFASTAMENTO, NO ESPIRITO DA ESCDEPOS - USAR COM A
      * AREA AFASWRK, A AREA DUTILREG (CALENDARIO PROGCOB26)
      * E O ARQUIVO AFASTAMENTOS (AFASTREG, ACESSO DYNAMIC)
      * JA ABERTO, COM WRK-AFD-ARQ-ABERTO LIGADO; SEM O
      * ARQUIVO TODOS OS DIAS VOLTAM ZERADOS. AFASTAMENTO
      * SEM RETORNO CORRE ATE O FIM DO INTERVALO. NOS TIPOS
      * D E A OS 15 PRIMEIROS DIAS CONTAM COMO DA EMPRESA E
      * OS SEGUINTES COMO DO INSS
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       APURA-AFASTAMENTOS.
           MOVE ZEROS TO WRK-AFD-DIAS-EMPRESA.
           MOVE ZEROS TO WRK-AFD-DIAS-INSS.
           MOVE ZEROS TO WRK-AFD-DIAS-MATERN.
           MOVE ZEROS TO WRK-AFD-DIAS-SEM-VENC.
           MOVE ZEROS TO WRK-AFD-DIAS-REMUN.
           MOVE ZEROS TO WRK-AFD-DIAS-TOTAL.
           MOVE ZEROS TO WRK-AFD-RETORNO-INSS.
           MOVE 'N' TO WRK-AFD-AFASTADO-SW.
           IF WRK-AFD-ARQ-ABERTO
               MOVE 'N' TO WRK-AFD-FIM-ARQ
               MOVE WRK-AFD-MATRICULA TO AFA-MATRICULA
               MOVE ZEROS TO AFA-DATA-INICIO
               START AFASTAMENTOS KEY >= AFA-CHAVE
                   INVALID KEY
                       SET WRK-AFD-FIM-ARQ-OK TO TRUE
               END-START
               PERFORM LER-AFASTAMENTO-MATRICULA
               PERFORM SOMA-AFASTAMENTO UNTIL WRK-AFD-FIM-ARQ-OK
           END-IF.
           COMPUTE WRK-AFD-DIAS-TOTAL = WRK-AFD-DIAS-EMPRESA
               + WRK-AFD-DIAS-INSS + WRK-AFD-DIAS-MATERN
               + WRK-AFD-DIAS-SEM-VENC + WRK-AFD-DIAS-REMUN.

       LER-AFASTAMENTO-MATRICULA.
           IF NOT WRK-AFD-FIM-ARQ-OK
               READ AFASTAMENTOS NEXT
                   AT END
                       SET WRK-AFD-FIM-ARQ-OK TO TRUE
                   NOT AT END
                       IF AFA-MATRICULA NOT = WRK-AFD-MATRICULA
                          OR AFA-DATA-INICIO NOT < WRK-AFD-FIM
                           SET WRK-AFD-FIM-ARQ-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       SOMA-AFASTAMENTO.
           IF AFA-DATA-RETORNO = ZEROS
               MOVE WRK-AFD-FIM TO WRK-AFD-FIM-AFAST
           ELSE
               MOVE AFA-DATA-RETORNO TO WRK-AFD-FIM-AFAST
           END-IF.
           IF AFA-COBERTO-INSS
               PERFORM SOMA-AFASTAMENTO-INSS
           ELSE
               MOVE AFA-DATA-INICIO   TO WRK-AFD-A1
               MOVE WRK-AFD-FIM-AFAST TO WRK-AFD-A2
               PERFORM CALCULA-SOBREPOSICAO
               EVALUATE TRUE
                   WHEN AFA-MATERNIDADE
                       ADD WRK-AFD-DIAS TO WRK-AFD-DIAS-MATERN
                   WHEN AFA-NAO-REMUNERADA
                       ADD WRK-AFD-DIAS TO WRK-AFD-DIAS-SEM-VENC
                   WHEN OTHER
                       ADD WRK-AFD-DIAS TO WRK-AFD-DIAS-REMUN
               END-EVALUATE
           END-IF.
           PERFORM LER-AFASTAMENTO-MATRICULA.

      *****************************************************
      * SOMA-AFASTAMENTO-INSS - DOENCA E ACIDENTE: DO
      * INICIO ATE O 15O DIA E DA EMPRESA, DO 16O DIA ATE O
      * RETORNO E DO INSS
      *****************************************************
       SOMA-AFASTAMENTO-INSS.
           SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE.
           MOVE AFA-DATA-INICIO TO DUT-DATA-1.
           MOVE 15 TO DUT-DIAS.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DATA-2 TO WRK-AFD-INICIO-INSS.
           MOVE AFA-DATA-INICIO TO WRK-AFD-A1.
           IF WRK-AFD-FIM-AFAST < WRK-AFD-INICIO-INSS
               MOVE WRK-AFD-FIM-AFAST TO WRK-AFD-A2
           ELSE
               MOVE WRK-AFD-INICIO-INSS TO WRK-AFD-A2
           END-IF.
           PERFORM CALCULA-SOBREPOSICAO.
           ADD WRK-AFD-DIAS TO WRK-AFD-DIAS-EMPRESA.
           MOVE WRK-AFD-INICIO-INSS TO WRK-AFD-A1.
           MOVE WRK-AFD-FIM-AFAST   TO WRK-AFD-A2.
           PERFORM CALCULA-SOBREPOSICAO.
           ADD WRK-AFD-DIAS TO WRK-AFD-DIAS-INSS.
           IF WRK-AFD-DIAS > ZEROS
               IF AFA-DATA-RETORNO = ZEROS
                   SET WRK-AFD-AINDA-AFASTADO TO TRUE
               ELSE
                   IF AFA-DATA-RETORNO > WRK-AFD-RETORNO-INSS
                       MOVE AFA-DATA-RETORNO
                           TO WRK-AFD-RETORNO-INSS
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      * CALCULA-SOBREPOSICAO - DIAS COMUNS ENTRE O TRECHO
      * A1-A2 E O INTERVALO PEDIDO (O ULTIMO DIA DE CADA UM
      * NAO ENTRA)
      *****************************************************
       CALCULA-SOBREPOSICAO.
           MOVE ZEROS TO WRK-AFD-DIAS.
           IF WRK-AFD-A1 > WRK-AFD-INICIO
               MOVE WRK-AFD-A1 TO WRK-AFD-B1
           ELSE
               MOVE WRK-AFD-INICIO TO WRK-AFD-B1
           END-IF.
           IF WRK-AFD-A2 < WRK-AFD-FIM
               MOVE WRK-AFD-A2 TO WRK-AFD-B2
           ELSE
               MOVE WRK-AFD-FIM TO WRK-AFD-B2
           END-IF.
           IF WRK-AFD-B1 < WRK-AFD-B2
               SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE
               MOVE WRK-AFD-B1 TO DUT-DATA-1
               MOVE WRK-AFD-B2 TO DUT-DATA-2
               CALL 'PROGCOB26' USING DUT-PARAMETROS
               IF DUT-OK AND DUT-DIAS > 0
                   MOVE DUT-DIAS TO WRK-AFD-DIAS
               END-IF
           END-IF.
