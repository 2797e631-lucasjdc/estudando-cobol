      * AUTHOR  = LUCAS COSTA
      * OBJETIVO: OPERADORES ARTIMETICOS
      * DATA 18/10/2023
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-RESULTADO PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO     PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-ATUAL PIC 9(04) VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB05' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           PERFORM CAPTURA-NUM1 UNTIL WRK-NUM1-VALIDO.
           PERFORM CAPTURA-NUM2 UNTIL WRK-NUM2-VALIDO.
      ******************** MOSTRA DADOS
           STRING 'NUM1=' WRK-NUM1 ' NUM2=' WRK-NUM2
               ' RESULTADO=' WRK-RESULTADO
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
