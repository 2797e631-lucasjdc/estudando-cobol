      *****************************************************
      * LCTREG.CPY
      * LAYOUT DO REGISTRO DE LANCAMENTO CONTABIL (ARQUIVO
      * LANCTOS) - UMA PARTIDA (DEBITO OU CREDITO) POR
      * REGISTRO, GRAVADA PELA INTERFACE CONTABIL NOTURNA
      * (PROGC126) EM LOTES BALANCEADOS POR DATA E MODULO
      * DE ORIGEM. A CHAVE ALTERNATIVA REPETE CONTA, DATA,
      * LOTE E SEQUENCIA PARA A LEITURA POR CONTA DO RAZAO
      * (PROGC128) E DO BALANCETE (PROGC129)
      * CHAVE.: LCT-CHAVE (DATA + LOTE + SEQUENCIA)
      * ALTERNATIVA: LCT-CHAVE-RAZAO (CONTA + DATA + LOTE +
      *              SEQUENCIA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 LCT-REGISTRO.
           02 LCT-CHAVE.
               03 LCT-DATA     PIC 9(08).
               03 LCT-LOTE     PIC X(06).
               03 LCT-SEQ      PIC 9(04).
           02 LCT-CHAVE-RAZAO.
               03 LCT-CONTA    PIC 9(08).
               03 LCT-DATA-RZ  PIC 9(08).
               03 LCT-LOTE-RZ  PIC X(06).
               03 LCT-SEQ-RZ   PIC 9(04).
           02 LCT-TIPO         PIC X(01).
               88 LCT-DEBITO  VALUE 'D'.
               88 LCT-CREDITO VALUE 'C'.
           02 LCT-VALOR        PIC 9(11)V99.
           02 LCT-EVENTO       PIC X(06).
           02 LCT-HISTORICO    PIC X(30).
           02 LCT-DATA-GERACAO PIC 9(08).
           02 FILLER           PIC X(08).
