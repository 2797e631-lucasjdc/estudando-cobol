      *****************************************************
      * PRVCTREG.CPY
      * LAYOUT DO REGISTRO DE CONTROLE DA PROVISAO MENSAL DE
      * 13O SALARIO E FERIAS (ARQUIVO PRVCTRL) - UM REGISTRO
      * POR COMPETENCIA JA PROVISIONADA PELO PROGC138; UMA
      * SEGUNDA APURACAO DA MESMA COMPETENCIA E RECUSADA
      * PARA NAO SOMAR A PROVISAO EM DOBRO NO SALDO POR
      * EMPREGADO (PROVFOL), NOS MOLDES DO ENCCTRL
      * CHAVE.: PFC-COMPETENCIA
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PFC-REGISTRO.
           02 PFC-COMPETENCIA     PIC 9(06).
           02 PFC-DATA-APURACAO   PIC 9(08).
           02 PFC-QTD-EMPREGADOS  PIC 9(05).
           02 PFC-VALOR-PROVISAO  PIC 9(11)V99.
           02 PFC-VALOR-BAIXA     PIC 9(11)V99.
           02 FILLER              PIC X(05).
