      * RELATORIO DE REMESSAS SEM RETORNO E O PROGCOB97
      * CHAVE.: INT-CHAVE (FLUXO + SEQUENCIA)
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  FLUXO GF = DECLARACAO MENSAL DA FOLHA
      *                AO GOVERNO (PROGC139), COM A
      *                COMPETENCIA COMO SEQUENCIA E A
      *                REMUNERACAO TOTAL COMO SOMA; NAO TEM
      *                RETORNO (STATUS P) E A NOVA GERACAO DA
      *                MESMA COMPETENCIA FICA MARCADA COMO
      *                RETIFICADA (STATUS R)
      *****************************************************
       01 INT-REGISTRO.
           02 INT-CHAVE.
                   88 INT-RETORNO-PAGTO   VALUE 'PT'.
                   88 INT-REMESSA-COBRA   VALUE 'CR'.
                   88 INT-RETORNO-COBRA   VALUE 'CT'.
                   88 INT-DECLARACAO-FOLHA VALUE 'GF'.
               03 INT-SEQUENCIA PIC 9(06).
           02 INT-DATA         PIC 9(08).
           02 INT-QTD          PIC 9(06).
               88 INT-AGUARDANDO VALUE 'A'.
               88 INT-RETORNADO  VALUE 'B'.
               88 INT-PROCESSADO VALUE 'P'.
               88 INT-RETIFICADO VALUE 'R'.
           02 INT-DATA-RETORNO PIC 9(08).
           02 FILLER           PIC X(05).
