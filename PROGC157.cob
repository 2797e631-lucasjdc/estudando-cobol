       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC157.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MODULO CHAMAVEL DE CORRECAO MONETARIA -
      * CORRIGE UM VALOR PELO INDICE ECONOMICO INFORMADO
      * (TABELA INDICES DO PROGC158) ENTRE DUAS DATAS E
      * DEVOLVE O FATOR, O VALOR CORRIGIDO E A CORRECAO -
      * PARAMETROS NA AREA CMONREG. O PERIODO E PERCORRIDO
      * MES A MES: MES INTEIRO ENTRA COM A TAXA CHEIA, MES
      * INCOMPLETO PRO RATA DIE (FATOR DO MES ELEVADO A DIAS
      * CORRIDOS NO MES / DIAS DO MES), COM OS DIAS CONTADOS
      * PELO MODULO DE CALENDARIO (PROGCOB26, FUNCAO D). MES
      * SEM TAXA NA TABELA INTERROMPE O CALCULO (RETORNO 3)
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
       DATA DIVISION.
       FILE SECTION.
       FD  INDICES.
           COPY INDICREG.
       WORKING-STORAGE SECTION.
       77 WRK-INDICES-ST       PIC X(02) VALUE SPACES.
       01 WRK-DATA-CORRENTE.
           02 WRK-ANO-CORRENTE PIC 9(04) VALUE ZEROS.
           02 WRK-MES-CORRENTE PIC 9(02) VALUE ZEROS.
           02 WRK-DIA-CORRENTE PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-CORRENTE-N REDEFINES WRK-DATA-CORRENTE
                               PIC 9(08).
       01 WRK-INICIO-MES.
           02 WRK-ANO-INICIO   PIC 9(04) VALUE ZEROS.
           02 WRK-MES-INICIO   PIC 9(02) VALUE ZEROS.
           02 WRK-DIA-INICIO   PIC 9(02) VALUE ZEROS.
       01 WRK-INICIO-MES-N REDEFINES WRK-INICIO-MES PIC 9(08).
       01 WRK-PROXIMO-MES.
           02 WRK-ANO-PROXIMO  PIC 9(04) VALUE ZEROS.
           02 WRK-MES-PROXIMO  PIC 9(02) VALUE ZEROS.
           02 WRK-DIA-PROXIMO  PIC 9(02) VALUE ZEROS.
       01 WRK-PROXIMO-MES-N REDEFINES WRK-PROXIMO-MES PIC 9(08).
       77 WRK-FIM-TRECHO       PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-TRECHO      PIC S9(05) VALUE ZEROS.
       77 WRK-DIAS-MES         PIC S9(05) VALUE ZEROS.
       77 WRK-EXPOENTE         PIC 9(01)V9(09) VALUE ZEROS.
       77 WRK-BASE-MES         PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-FATOR-MES        PIC 9(03)V9(12) VALUE ZEROS.
       77 WRK-FATOR            PIC 9(05)V9(12) VALUE ZEROS.
           COPY DUTILREG.
       LINKAGE SECTION.
           COPY CMONREG.
       PROCEDURE DIVISION USING CMO-PARAMETROS.
           SET CMO-OK TO TRUE.
           MOVE 1 TO WRK-FATOR.
           MOVE ZEROS TO CMO-COMPET-FALTANTE.
           MOVE CMO-INDICE TO IND-CODIGO.
           IF NOT IND-CODIGO-VALIDO
               SET CMO-INDICE-INVALIDO TO TRUE
           ELSE
               PERFORM VALIDA-PERIODO
           END-IF.
           IF CMO-OK AND CMO-DATA-FINAL > CMO-DATA-INICIAL
               OPEN INPUT INDICES
               IF WRK-INDICES-ST NOT = '00'
                   SET CMO-TABELA-AUSENTE TO TRUE
               ELSE
                   MOVE CMO-DATA-INICIAL TO WRK-DATA-CORRENTE-N
                   PERFORM CORRIGE-TRECHO
                       UNTIL WRK-DATA-CORRENTE-N NOT < CMO-DATA-FINAL
                          OR NOT CMO-OK
                   CLOSE INDICES
               END-IF
           END-IF.
           IF CMO-OK
               COMPUTE CMO-FATOR ROUNDED = WRK-FATOR
               COMPUTE CMO-VALOR-CORRIGIDO ROUNDED =
                   CMO-VALOR-ORIGINAL * WRK-FATOR
               COMPUTE CMO-VALOR-CORRECAO =
                   CMO-VALOR-CORRIGIDO - CMO-VALOR-ORIGINAL
           ELSE
               MOVE ZEROS TO CMO-FATOR
               MOVE CMO-VALOR-ORIGINAL TO CMO-VALOR-CORRIGIDO
               MOVE ZEROS TO CMO-VALOR-CORRECAO
           END-IF.
           GOBACK.

      *****************************************************
      * VALIDA-PERIODO - AS DUAS DATAS PELO MODULO DE
      * CALENDARIO; DATA FINAL ANTERIOR A INICIAL E PERIODO
      * INVALIDO, DATAS IGUAIS DEVOLVEM FATOR 1
      *****************************************************
       VALIDA-PERIODO.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE CMO-DATA-INICIAL TO DUT-DATA-1.
           MOVE CMO-DATA-FINAL   TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF NOT DUT-OK
               SET CMO-DATA-INVALIDA TO TRUE
           ELSE
               IF DUT-DIAS < 0
                   SET CMO-PERIODO-INVALIDO TO TRUE
               END-IF
           END-IF.

      *****************************************************
      * CORRIGE-TRECHO - DA DATA CORRENTE ATE O PRIMEIRO DIA
      * DO MES SEGUINTE OU ATE A DATA FINAL, O QUE VIER
      * ANTES; A TAXA E A DA COMPETENCIA DA DATA CORRENTE
      *****************************************************
       CORRIGE-TRECHO.
           MOVE WRK-ANO-CORRENTE TO WRK-ANO-INICIO.
           MOVE WRK-MES-CORRENTE TO WRK-MES-INICIO.
           MOVE 01 TO WRK-DIA-INICIO.
           MOVE WRK-ANO-CORRENTE TO WRK-ANO-PROXIMO.
           COMPUTE WRK-MES-PROXIMO = WRK-MES-CORRENTE + 1.
           IF WRK-MES-PROXIMO > 12
               MOVE 01 TO WRK-MES-PROXIMO
               ADD 1 TO WRK-ANO-PROXIMO
           END-IF.
           MOVE 01 TO WRK-DIA-PROXIMO.
           IF WRK-PROXIMO-MES-N < CMO-DATA-FINAL
               MOVE WRK-PROXIMO-MES-N TO WRK-FIM-TRECHO
           ELSE
               MOVE CMO-DATA-FINAL TO WRK-FIM-TRECHO
           END-IF.
           MOVE CMO-INDICE TO IND-CODIGO.
           COMPUTE IND-COMPETENCIA =
               (WRK-ANO-CORRENTE * 100) + WRK-MES-CORRENTE.
           READ INDICES
               INVALID KEY
                   SET CMO-MES-SEM-TAXA TO TRUE
                   MOVE IND-COMPETENCIA TO CMO-COMPET-FALTANTE
               NOT INVALID KEY
                   PERFORM APLICA-TAXA-MES
           END-READ.
           MOVE WRK-FIM-TRECHO TO WRK-DATA-CORRENTE-N.

       APLICA-TAXA-MES.
           SET DUT-FC-DIAS-ENTRE-DATAS TO TRUE.
           MOVE WRK-DATA-CORRENTE-N TO DUT-DATA-1.
           MOVE WRK-FIM-TRECHO      TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DIAS TO WRK-DIAS-TRECHO.
           MOVE WRK-INICIO-MES-N    TO DUT-DATA-1.
           MOVE WRK-PROXIMO-MES-N   TO DUT-DATA-2.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           MOVE DUT-DIAS TO WRK-DIAS-MES.
           COMPUTE WRK-BASE-MES = 1 + (IND-TAXA / 100).
           IF WRK-DIAS-TRECHO = WRK-DIAS-MES
               MOVE WRK-BASE-MES TO WRK-FATOR-MES
           ELSE
               COMPUTE WRK-EXPOENTE ROUNDED =
                   WRK-DIAS-TRECHO / WRK-DIAS-MES
               COMPUTE WRK-FATOR-MES ROUNDED =
                   WRK-BASE-MES ** WRK-EXPOENTE
           END-IF.
           COMPUTE WRK-FATOR ROUNDED = WRK-FATOR * WRK-FATOR-MES.
