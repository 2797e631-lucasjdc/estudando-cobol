      *****************************************************
      * REGCTREG.CPY
      * LAYOUT DO REGISTRO DE REGRA DE CONTABILIZACAO
      * (ARQUIVO REGRACTB) - UM REGISTRO POR EVENTO DE
      * NEGOCIO, COM A CONTA A DEBITAR E A CONTA A CREDITAR
      * DO PLANO DE CONTAS (PLANOCTA); MANTIDO PELO PROGC125
      * E APLICADO PELA INTERFACE CONTABIL NOTURNA
      * (PROGC126). O ESTORNO DE UM EVENTO (NF CANCELADA,
      * TRIBUTOS DA DEVOLUCAO) USA A MESMA REGRA COM DEBITO
      * E CREDITO INVERTIDOS
      * EVENTOS.: VENDA  FRETE  ICMS   IPI    PIS    COFINS
      *           DEVOL  RECEB  ENCARG RECUP  SALAR  INSSEM
      *           IRRF   INSSPT FGTS   TARIFA
      * CHAVE.: RGC-EVENTO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 RGC-REGISTRO.
           02 RGC-EVENTO        PIC X(06).
           02 RGC-DESCRICAO     PIC X(30).
           02 RGC-CONTA-DEBITO  PIC 9(08).
           02 RGC-CONTA-CREDITO PIC 9(08).
           02 FILLER            PIC X(08).
