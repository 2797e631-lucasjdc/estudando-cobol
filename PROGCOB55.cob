      * 2026-09-02 LC  A SEQUENCIA DO HEADER VEM DO
      * REGISTRO DE INTERCAMBIO (INTERCAM, FLUXO CR), QUE
      * GUARDA CADA REMESSA GERADA AGUARDANDO O RETORNO
      * 2026-10-15 LC  CADA PARCELA DA CONDICAO DE PAGAMENTO
      * E UM TITULO E SAI EM DETALHE PROPRIO, COM A PARCELA
      * GRAVADA AO LADO DA NF
      * 2026-10-15 LC  O DETALHE LEVA A INSTRUCAO DE MULTA E
      * JUROS DE MORA (PARMCOBR)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-CHAVE
               FILE STATUS IS WRK-INTERCAMBIO-ST.
           SELECT PARAMETROS ASSIGN TO "PARMCOBR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARAMETROS-ST.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           COPY REMCBREG.
       FD  INTERCAMBIO.
           COPY INTCBREG.
       FD  PARAMETROS.
           COPY PARMCBREG.
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
       77 WRK-QTD-DETALHES     PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-TITULOS     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-PARAMETROS-ST    PIC X(02) VALUE SPACES.
           COPY DUTILREG.
           COPY ENCARWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB55' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LE-PARAMETROS.
           PERFORM ABRE-INTERCAMBIO.
           PERFORM PROXIMA-SEQUENCIA-REMESSA.
           OPEN INPUT TITULOS.
           MOVE TIT-CLI-CODIGO  TO RMC-D-CLI-CODIGO.
           MOVE TIT-SALDO       TO RMC-D-VALOR.
           MOVE TIT-DATA-VENCTO TO RMC-D-DATA-VENCTO.
           MOVE TIT-PARCELA     TO RMC-D-PARCELA.
           PERFORM INSTRUCAO-ENCARGOS.
           WRITE RMC-DETALHE.

      *****************************************************
      * INSTRUCAO-ENCARGOS - INSTRUCAO AO BANCO PARA COBRAR
      * MULTA E JUROS DE MORA NO PAGAMENTO EM ATRASO: O
      * PERCENTUAL DE MULTA, O VALOR DE JUROS POR DIA SOBRE
      * O SALDO (TAXA MENSAL / 30) E A DATA A PARTIR DA QUAL
      * INCIDEM (O DIA SEGUINTE AO VENCIMENTO)
      *****************************************************
       INSTRUCAO-ENCARGOS.
           MOVE WRK-ENC-PERC-MULTA TO RMC-D-PERC-MULTA.
           COMPUTE RMC-D-JUROS-DIA ROUNDED =
               TIT-SALDO * WRK-ENC-JUROS-MES / 100 / 30.
           SET DUT-FC-SOMA-DIAS-CORRIDOS TO TRUE.
           MOVE TIT-DATA-VENCTO TO DUT-DATA-1.
           MOVE 1 TO DUT-DIAS.
           CALL 'PROGCOB26' USING DUT-PARAMETROS.
           IF DUT-OK
               MOVE DUT-DATA-2 TO RMC-D-DATA-MORA
           ELSE
               MOVE TIT-DATA-VENCTO TO RMC-D-DATA-MORA
           END-IF.

      *****************************************************
      * LE-PARAMETROS - SEM O ARQUIVO DE PARAMETROS DE
      * COBRANCA (OU COM AS TAXAS EM BRANCO) VALEM OS
      * PADROES DA ENCARWRK
      *****************************************************
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS.
           IF WRK-PARAMETROS-ST = '00'
               READ PARAMETROS
                   NOT AT END
                       IF PCB-PERC-MULTA IS NUMERIC
                          AND PCB-JUROS-MES IS NUMERIC
                           MOVE PCB-PERC-MULTA TO WRK-ENC-PERC-MULTA
                           MOVE PCB-JUROS-MES  TO WRK-ENC-JUROS-MES
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.

       GRAVA-TRAILER-REMESSA.
           MOVE SPACES TO RMC-TRAILER.
           MOVE '9' TO RMC-T-TIPO.
           STRING 'REMESSA COBRANCA TITULOS=' WRK-QTD-DETALHES
               ' SOMA=' WRK-SOMA-TITULOS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
