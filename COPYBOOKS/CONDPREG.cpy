      *****************************************************
      * CONDPREG.CPY
      * LAYOUT DO REGISTRO DA TABELA DE CONDICOES DE
      * PAGAMENTO (ARQUIVO CONDPAGT) - QUANTIDADE DE
      * PARCELAS E, PARA CADA PARCELA, OS DIAS CORRIDOS A
      * PARTIR DA EMISSAO DA NF E O PERCENTUAL DO VALOR
      * (SOMA DAS PARCELAS = 100%), MANTIDA PELO PROGC112;
      * O CLIENTE TEM UMA CONDICAO PADRAO (CLIREG), O
      * PEDIDO PODE SOBREPOR NA ENTRADA (PROGCOB09) E O
      * FATURAMENTO (PROGCOB11) GERA UM TITULO POR PARCELA
      * CHAVE.: CDP-CODIGO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CDP-REGISTRO.
           02 CDP-CODIGO        PIC 9(02).
           02 CDP-DESCRICAO     PIC X(20).
           02 CDP-QTD-PARCELAS  PIC 9(02).
           02 CDP-PARCELA OCCURS 12 TIMES.
               03 CDP-DIAS       PIC 9(03).
               03 CDP-PERCENTUAL PIC 9(03)V99.
           02 CDP-STATUS        PIC X(01).
               88 CDP-ATIVA   VALUE 'A'.
               88 CDP-INATIVA VALUE 'I'.
           02 FILLER            PIC X(09).
