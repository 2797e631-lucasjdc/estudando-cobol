      *****************************************************
      * PERIODREG.CPY
      * LAYOUT DO REGISTRO DO CONTROLE DE PERIODOS (ARQUIVO
      * PERIODOS) - SITUACAO ABERTA OU FECHADA DE CADA
      * COMPETENCIA POR AREA. O FECHAMENTO E FEITO NO
      * PROGC130 (SO PERFIL ADMINISTRADOR) E A REABERTURA
      * SO DEPOIS DE APROVADA NA FILA (APROVACO, TIPO F)
      * PELO PROGCOB93. COMPETENCIA SEM REGISTRO ESTA ABERTA
      * AREAS: V=VENDAS, R=CONTAS A RECEBER, F=FOLHA,
      * C=RAZAO DE CONTAS (SALDO-CONTROLE), E=MENSALIDADES
      * ESCOLARES
      * CHAVE.: PER-CHAVE (AREA + COMPETENCIA AAAAMM)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PER-REGISTRO.
           02 PER-CHAVE.
               03 PER-AREA        PIC X(01).
                   88 PER-AREA-VENDAS  VALUE 'V'.
                   88 PER-AREA-RECEBER VALUE 'R'.
                   88 PER-AREA-FOLHA   VALUE 'F'.
                   88 PER-AREA-CONTAS  VALUE 'C'.
                   88 PER-AREA-ESCOLA  VALUE 'E'.
                   88 PER-AREA-VALIDA  VALUE 'V' 'R' 'F' 'C' 'E'.
               03 PER-COMPETENCIA PIC 9(06).
           02 PER-SITUACAO        PIC X(01).
               88 PER-ABERTO  VALUE 'A'.
               88 PER-FECHADO VALUE 'F'.
           02 PER-DATA-FECHAMENTO PIC 9(08).
           02 PER-OPER-FECHAMENTO PIC X(06).
           02 PER-DATA-REABERTURA PIC 9(08).
           02 PER-OPER-REABERTURA PIC X(06).
           02 FILLER              PIC X(10).
