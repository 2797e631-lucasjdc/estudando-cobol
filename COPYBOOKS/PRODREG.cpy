      * NA ENTRADA DE PEDIDOS DO PROGCOB09
      * CHAVE.: PRD-CODIGO
      * 2026-08-22 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDO O INDICADOR DE CONTROLE DE
      *                LOTE E VALIDADE (PRODUTO PERECIVEL) -
      *                O RECEBIMENTO DO PROGCOB65 EXIGE LOTE E
      *                VALIDADE E A BAIXA SEGUE O PRIMEIRO A
      *                VENCER (LOTEREG); OCUPA O FILLER E
      *                REGISTROS ANTERIORES (BRANCO) FICAM
      *                SEM CONTROLE
      * 2026-10-15 LC  INCLUIDA A CLASSE ABC DO PRODUTO POR
      *                VALOR DE VENDA, CALCULADA PELA ANALISE
      *                MENSAL DE DEMANDA DO PROGC110 E GRAVADA
      *                NO ACEITE DO PROGC111; OCUPA O FILLER E
      *                REGISTROS ANTERIORES (BRANCO) FICAM SEM
      *                CLASSE
      * 2026-10-15 LC  INCLUIDO O NCM (CLASSIFICACAO FISCAL)
      *                DO PRODUTO, QUE DA AS ALIQUOTAS DE IPI,
      *                PIS E COFINS NA TABELA TRIBNCM (NCMTREG);
      *                ZERO = REGRA PADRAO DA TABELA (O
      *                REGISTRO CRESCEU - ARQUIVOS EXISTENTES
      *                PRECISAM DE RECARGA COM NCM ZERO)
      *****************************************************
       01 PRD-REGISTRO.
           02 PRD-CODIGO     PIC 9(06).
           02 PRD-STATUS     PIC X(01).
               88 PRD-ATIVO   VALUE 'A'.
               88 PRD-INATIVO VALUE 'I'.
           02 PRD-CONTROLE-LOTE PIC X(01).
               88 PRD-COM-LOTE VALUE 'S'.
           02 PRD-CLASSE-ABC PIC X(01).
               88 PRD-CLASSE-A VALUE 'A'.
               88 PRD-CLASSE-B VALUE 'B'.
               88 PRD-CLASSE-C VALUE 'C'.
           02 FILLER         PIC X(03).
           02 PRD-NCM        PIC 9(08).
