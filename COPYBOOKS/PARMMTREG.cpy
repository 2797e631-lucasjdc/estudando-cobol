      *****************************************************
      * PARMMTREG.CPY
      * LAYOUT DO REGISTRO DE PARAMETROS DAS METAS DE VENDA
      * (ARQUIVO PARMMETA) - REGISTRO UNICO, LIDO NA
      * ABERTURA DO PROGC123 E DO PROGCOB61: PERCENTUAL DE
      * ATINGIMENTO ABAIXO DO QUAL O VENDEDOR E SINALIZADO
      * NO RELATORIO E ATE TRES FAIXAS DE COMISSAO POR
      * ATINGIMENTO ACIMA DE 100% (PERCENTUAL ATINGIDO A
      * PARTIR DO QUAL VALE O PERCENTUAL DE COMISSAO DA
      * FAIXA; FAIXA ZERADA = NAO USADA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PMT-REGISTRO.
           02 PMT-PERC-ALERTA   PIC 9(03).
           02 PMT-FAIXA OCCURS 3 TIMES.
               03 PMT-FX-ATINGIDO PIC 9(03).
               03 PMT-FX-COMISSAO PIC 9(02)V99.
           02 FILLER            PIC X(56).
