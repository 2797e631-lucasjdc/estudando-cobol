      *****************************************************
      * PARMPDDREG.CPY
      * LAYOUT DO REGISTRO DE PARAMETROS DA PROVISAO PARA
      * DEVEDORES DUVIDOSOS (ARQUIVO PARMPDD) - REGISTRO
      * UNICO, LIDO NA ABERTURA DO PROGC113 (PDD MENSAL) E
      * DO PROGC114 (SOLICITACAO DE BAIXA POR PERDA): O
      * PERCENTUAL PROVISIONADO EM CADA FAIXA DE ATRASO DO
      * AGING (PROGCOB23) E OS DIAS DE ATRASO A PARTIR DOS
      * QUAIS O TITULO PODE SER BAIXADO POR PERDA (E E
      * PROVISIONADO INTEGRALMENTE)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PDP-REGISTRO.
           02 PDP-PERC-AVENCER  PIC 9(03)V99.
           02 PDP-PERC-FAIXA-30 PIC 9(03)V99.
           02 PDP-PERC-FAIXA-60 PIC 9(03)V99.
           02 PDP-PERC-FAIXA-90 PIC 9(03)V99.
           02 PDP-PERC-FAIXA-MAIS PIC 9(03)V99.
           02 PDP-DIAS-PERDA    PIC 9(03).
           02 FILLER            PIC X(52).
