      *****************************************************
      * FRQDSREG.CPY
      * LAYOUT DO REGISTRO DE FREQUENCIA POR DISCIPLINA
      * (ARQUIVO FREQDISC) - AULAS DADAS E ASSISTIDAS DE
      * CADA DISCIPLINA DA GRADE, ACUMULADAS PELO DIARIO DE
      * CLASSE (PROGCOB40) AO LADO DO TOTAL GERAL DO
      * FREQUENC (FREQREG); O BOLETIM (PROGCOB08) APLICA A
      * REGRA DOS 75 POR CENTO DISCIPLINA A DISCIPLINA
      * CHAVE.: FRD-CHAVE (MATRICULA + DISCIPLINA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 FRD-REGISTRO.
           02 FRD-CHAVE.
               03 FRD-MATRICULA   PIC 9(06).
               03 FRD-DISCIPLINA  PIC X(04).
           02 FRD-AULAS-DADAS     PIC 9(04).
           02 FRD-AULAS-PRESENTES PIC 9(04).
           02 FILLER              PIC X(06).
