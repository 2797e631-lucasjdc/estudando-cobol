       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC131.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: MODULO CHAMAVEL DE NUMERACAO DA TRILHA DE
      * AUDITORIA - RECEBE O AUD-REGISTRO JA MONTADO PELO
      * PROGRAMA, ENTREGA O PROXIMO NUMERO SEQUENCIAL GLOBAL
      * (CONTROLE AUDCTRL) E O VERIFICADOR ENCADEADO AO DO
      * REGISTRO ANTERIOR (ROTINA ENCADAUD). O CHAMADOR GRAVA
      * O REGISTRO LOGO EM SEGUIDA, COMO ANTES. SEM O
      * CONTROLE O REGISTRO SEGUE COM NUMERO E VERIFICADOR
      * ZERADOS, O QUE O PROGC132 APONTA NA CONFERENCIA
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-CONTROLE ASSIGN TO "AUDCTRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ATC-CHAVE
               FILE STATUS IS WRK-AUD-CONTROLE-ST.
       DATA DIVISION.
       FILE SECTION.
       FD  AUD-CONTROLE.
           COPY AUDCTREG.
       WORKING-STORAGE SECTION.
       77 WRK-AUD-CONTROLE-ST  PIC X(02) VALUE SPACES.
           COPY ENCADWRK.
       LINKAGE SECTION.
           COPY AUDITREG.
       PROCEDURE DIVISION USING AUD-REGISTRO.
           MOVE ZEROS TO AUD-SEQUENCIA.
           MOVE ZEROS TO AUD-VERIFICADOR.
           OPEN I-O AUD-CONTROLE.
           IF WRK-AUD-CONTROLE-ST NOT = '00'
               CLOSE AUD-CONTROLE
               OPEN OUTPUT AUD-CONTROLE
               CLOSE AUD-CONTROLE
               OPEN I-O AUD-CONTROLE
           END-IF.
           IF WRK-AUD-CONTROLE-ST NOT = '00'
               DISPLAY 'CONTROLE AUDCTRL INDISPONIVEL - REGISTRO '
                       'DE AUDITORIA SEM NUMERACAO'
               GOBACK
           END-IF.
           MOVE '1' TO ATC-CHAVE.
           READ AUD-CONTROLE
               INVALID KEY
                   PERFORM NUMERA-REGISTRO
                   WRITE ATC-REGISTRO
               NOT INVALID KEY
                   PERFORM NUMERA-REGISTRO
                   REWRITE ATC-REGISTRO
           END-READ.
           CLOSE AUD-CONTROLE.
           GOBACK.

      *****************************************************
      * NUMERA-REGISTRO - SEM REGISTRO DE CONTROLE A TRILHA
      * COMECA NO NUMERO 1 E O PRIMEIRO ELO PARTE DE ZEROS
      *****************************************************
       NUMERA-REGISTRO.
           IF WRK-AUD-CONTROLE-ST NOT = '00'
               MOVE '1'   TO ATC-CHAVE
               MOVE ZEROS TO ATC-ULTIMA-SEQ
               MOVE ZEROS TO ATC-ULTIMO-VERIF
           END-IF.
           ADD 1 TO ATC-ULTIMA-SEQ.
           MOVE ATC-ULTIMA-SEQ TO AUD-SEQUENCIA.
           MOVE AUD-REGISTRO (1:96) TO WRK-AUC-IMAGEM.
           MOVE ATC-ULTIMO-VERIF TO WRK-AUC-ANTERIOR.
           PERFORM CALCULA-VERIFICADOR.
           MOVE WRK-AUC-VERIFICADOR TO AUD-VERIFICADOR.
           MOVE WRK-AUC-VERIFICADOR TO ATC-ULTIMO-VERIF.
           MOVE AUD-DATA TO ATC-DATA-ULTIMA.
           MOVE AUD-HORA TO ATC-HORA-ULTIMA.

           COPY ENCADAUD.
