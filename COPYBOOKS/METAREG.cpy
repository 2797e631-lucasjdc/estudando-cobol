      *****************************************************
      * METAREG.CPY
      * LAYOUT DO REGISTRO DE METAS DE VENDA (ARQUIVO METAS)
      * - UMA META POR VENDEDOR E COMPETENCIA: VALOR DE
      * VENDA LIQUIDA (MERCADORIA MENOS DEVOLUCOES, SEM AS
      * NF CANCELADAS) E, OPCIONALMENTE, QUANTIDADE DE
      * CLIENTES NOVOS (ZERO = SEM META DE CLIENTES).
      * MANTIDO PELO PROGC122, CONFRONTADO COM AS VENDAS NO
      * PROGC123 E NAS FAIXAS DE COMISSAO DO PROGCOB61
      * CHAVE.: MET-CHAVE (VENDEDOR + COMPETENCIA AAAAMM)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 MET-REGISTRO.
           02 MET-CHAVE.
               03 MET-VEN-CODIGO PIC 9(04).
               03 MET-ANOMES     PIC 9(06).
           02 MET-VALOR          PIC 9(09)V99.
           02 MET-NOVOS-CLIENTES PIC 9(04).
           02 FILLER             PIC X(10).
