      *****************************************************
      * PERIOWRK.CPY
      * AREA DE TRABALHO DA VERIFICACAO DE PERIODO FECHADO
      * (ROTINA COMPARTILHADA VERIFPER) - O PROGRAMA MOVE A
      * AREA (V, R, F, C OU E - VER PERIODREG), A DATA DO
      * LANCAMENTO (AAAAMMDD), O PROPRIO NOME E A REFERENCIA
      * DO DOCUMENTO, EXECUTA VERIFICA-PERIODO E TESTA
      * WRK-PER-FECHADO (LANCAMENTO RECUSADO, JA AVISADO E
      * REGISTRADO NA TRILHA DE AUDITORIA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-PER-AREA-TRAB.
           02 WRK-PERIODOS-ST    PIC X(02) VALUE SPACES.
           02 WRK-PER-AREA       PIC X(01) VALUE SPACES.
           02 WRK-PER-DATA       PIC 9(08) VALUE ZEROS.
           02 WRK-PER-DATA-R REDEFINES WRK-PER-DATA.
               03 WRK-PER-COMP   PIC 9(06).
               03 FILLER         PIC 9(02).
           02 WRK-PER-PROGRAMA   PIC X(09) VALUE SPACES.
           02 WRK-PER-REFERENCIA PIC X(12) VALUE SPACES.
           02 WRK-PER-SW         PIC X(01) VALUE 'N'.
               88 WRK-PER-FECHADO VALUE 'S'.
               88 WRK-PER-LIVRE   VALUE 'N'.
