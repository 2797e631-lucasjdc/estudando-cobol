      * EXTRAIDA PARA O MODULO CHAMAVEL PROGCOB26 - ESTE
      * PROGRAMA PASSOU A CHAMA-LO, MANTENDO LOCAL APENAS
      * A DERIVACAO DO PERIODO FISCAL
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-MES-FISCAL       PIC 9(02) VALUE ZEROS.
       77 WRK-TRIMESTRE-FISCAL PIC 9(01) VALUE ZEROS.
           COPY DUTILREG.
           COPY ACESREG.

       PROCEDURE DIVISION.
           MOVE 'PROGCOB03' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           DISPLAY 'DATA ' WRK-DIA ' DE ' WRK-MES ' DE ' WRK-ANO.
           PERFORM VALIDA-DATA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING 'DATA VALIDADA=' WRK-DATA-SW
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
