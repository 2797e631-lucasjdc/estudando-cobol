      *****************************************************
      * REPPRREG.CPY
      * LAYOUT DO REGISTRO DE PROPOSTA DE REPOSICAO (ARQUIVO
      * REPPROP) - UM REGISTRO POR PRODUTO E DEPOSITO COM
      * SAIDA NO PERIODO ANALISADO, GRAVADO PELA ANALISE
      * MENSAL DE DEMANDA DO PROGC110 (O ARQUIVO E RECRIADO
      * A CADA EXECUCAO) COM O MINIMO E A REPOSICAO ATUAIS
      * E PROPOSTOS E A CLASSE ABC DO PRODUTO; O PROGC111
      * MOSTRA AS PENDENTES AO OPERADOR, GRAVA AS ACEITAS NO
      * ESTOQUE E MARCA A SITUACAO DA PROPOSTA
      * CHAVE.: RPP-CHAVE (PRODUTO + DEPOSITO)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 RPP-REGISTRO.
           02 RPP-CHAVE.
               03 RPP-PROD-CODIGO PIC 9(06).
               03 RPP-DEPOSITO    PIC 9(02).
           02 RPP-DATA-GERACAO    PIC 9(08).
           02 RPP-COMPETENCIA     PIC 9(06).
           02 RPP-CLASSE-ABC      PIC X(01).
           02 RPP-DEMANDA-DIA     PIC 9(05)V999.
           02 RPP-DESVIO-MES      PIC 9(07)V99.
           02 RPP-PRAZO-ENTREGA   PIC 9(03).
           02 RPP-MINIMO-ATUAL    PIC 9(06).
           02 RPP-MINIMO-PROPOSTO PIC 9(06).
           02 RPP-REPOS-ATUAL     PIC 9(06).
           02 RPP-REPOS-PROPOSTA  PIC 9(06).
           02 RPP-STATUS          PIC X(01).
               88 RPP-PENDENTE  VALUE 'P'.
               88 RPP-ACEITA    VALUE 'A'.
               88 RPP-REJEITADA VALUE 'R'.
           02 FILLER              PIC X(10).
