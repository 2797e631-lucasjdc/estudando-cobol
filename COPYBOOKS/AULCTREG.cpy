      *****************************************************
      * AULCTREG.CPY
      * LAYOUT DO REGISTRO DE CONTROLE DA CONVERSAO MENSAL
      * DAS HORAS-AULA EM TRANSACAO DA FOLHA (ARQUIVO
      * AULCTRL) - UM REGISTRO POR COMPETENCIA JA CONVERTIDA
      * PELO PROGC144; UMA SEGUNDA CONVERSAO DA MESMA
      * COMPETENCIA E RECUSADA PARA NAO SOMAR AS AULAS EM
      * DOBRO NO FOLTRANS, NOS MOLDES DO PRVCTRL
      * CHAVE.: ACT-COMPETENCIA
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 ACT-REGISTRO.
           02 ACT-COMPETENCIA     PIC 9(06).
           02 ACT-DATA-APURACAO   PIC 9(08).
           02 ACT-QTD-PROFESSORES PIC 9(04).
           02 ACT-QTD-HORAS       PIC 9(06).
           02 ACT-VALOR-AULAS     PIC 9(09)V99.
           02 FILLER              PIC X(05).
