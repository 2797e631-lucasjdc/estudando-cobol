      *****************************************************
      * INDICREG.CPY
      * LAYOUT DO REGISTRO DA TABELA DE INDICES ECONOMICOS
      * (ARQUIVO INDICES) - TAXA MENSAL EM PERCENTUAL, COM
      * SINAL (O IGP-M PODE SER NEGATIVO), POR INDICE E
      * COMPETENCIA, MANTIDA PELO PROGC158 E USADA PELO
      * MODULO DE CORRECAO MONETARIA PROGC157
      * CHAVE.: IND-CHAVE (CODIGO DO INDICE + COMPETENCIA
      *         AAAAMM)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 IND-REGISTRO.
           02 IND-CHAVE.
               03 IND-CODIGO      PIC X(05).
                   88 IND-IPCA          VALUE 'IPCA '.
                   88 IND-SELIC         VALUE 'SELIC'.
                   88 IND-IGPM          VALUE 'IGPM '.
                   88 IND-CODIGO-VALIDO VALUES 'IPCA ' 'SELIC'
                                               'IGPM '.
               03 IND-COMPETENCIA PIC 9(06).
           02 IND-TAXA            PIC S9(03)V9(04).
           02 IND-DATA-ATUALIZ    PIC 9(08).
           02 IND-OPER-ATUALIZ    PIC X(06).
           02 FILLER              PIC X(10).
