      * PERCENTUAL ZERO DESATIVA A FAIXA SEM REMOVER O
      * REGISTRO
      * DATA 2026-09-02
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 WRK-PERCENTUAL-VALIDO VALUE 'S'.
       77 WRK-FAIXA-SW    PIC X(01) VALUE 'N'.
           88 WRK-FAIXA-EXISTE VALUE 'S'.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB62' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O DESCONTO-TAB.
           IF WRK-DESCONTO-TAB-ST NOT = '00'
               CLOSE DESCONTO-TAB
               ' QTD=' WRK-QTD-DE
               ' PERC=' WRK-PERCENTUAL
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
