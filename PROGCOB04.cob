      * 2026-09-02 LC  CENTRO DE CUSTO DO EMPREGADO
      * CARIMBADO NO HOLERITE ARQUIVADO (HAR-CCUSTO),
      * COMO NA FOLHA EM LOTE
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03 WRK-IRRF-ATE     PIC 9(06)V99.
               03 WRK-IRRF-ALIQ    PIC 9(02)V99.
               03 WRK-IRRF-DEDUCAO PIC 9(04)V99.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB04' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O EMPREGADOS.
           OPEN INPUT RUBRICAS.
           OPEN INPUT EMP-RUBRICAS.
           STRING 'FOLHA MATRICULA=' WRK-MATRICULA
               ' LIQUIDO=' WRK-LIQUIDO-ED
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
