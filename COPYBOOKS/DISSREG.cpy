      *****************************************************
      * DISSREG.CPY
      * LAYOUT DO REGISTRO DE REAJUSTE COLETIVO (DISSIDIO)
      * (ARQUIVO DISSIDIO) - UM REGISTRO POR ACORDO,
      * CADASTRADO E SIMULADO PELO PROGC135 (PERCENTUAL E/OU
      * PISO, VIGENCIA E GRUPO DE EMPREGADOS - CENTRO DE
      * CUSTO ZERO = TODOS, FAIXA DE SALARIO COM MAXIMO ZERO
      * = SEM TETO). SITUACOES: P - AGUARDA APROVACAO NA
      * FILA (APROVACO TIPO C, PROGCOB93); A - APROVADO;
      * R - REJEITADO; E - EFETIVADO PELO PROGC135 (SALARIOS
      * ALTERADOS E DIFERENCAS GERADAS NO DIFRETRO)
      * CHAVE.: DIS-NUMERO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 DIS-REGISTRO.
           02 DIS-NUMERO          PIC 9(04).
           02 DIS-DESCRICAO       PIC X(30).
           02 DIS-VIGENCIA        PIC 9(08).
           02 DIS-PERCENTUAL      PIC 9(03)V99.
           02 DIS-PISO            PIC 9(06)V99.
           02 DIS-CCUSTO          PIC 9(04).
           02 DIS-SALARIO-MIN     PIC 9(06)V99.
           02 DIS-SALARIO-MAX     PIC 9(06)V99.
           02 DIS-STATUS          PIC X(01).
               88 DIS-PENDENTE    VALUE 'P'.
               88 DIS-APROVADO    VALUE 'A'.
               88 DIS-REJEITADO   VALUE 'R'.
               88 DIS-EFETIVADO   VALUE 'E'.
           02 DIS-QTD-EMPREGADOS  PIC 9(05).
           02 DIS-TOTAL-DIFERENCAS PIC 9(09)V99.
           02 DIS-SOLICITANTE     PIC X(06).
           02 DIS-DATA-SOLIC      PIC 9(08).
           02 DIS-APV-SEQ         PIC 9(06).
           02 DIS-DATA-EFETIVACAO PIC 9(08).
           02 DIS-OPER-EFETIVACAO PIC X(06).
           02 FILLER              PIC X(10).
