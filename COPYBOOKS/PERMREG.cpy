      *****************************************************
      * PERMREG.CPY
      * LAYOUT DO REGISTRO DE PERMISSOES DE ACESSO (ARQUIVO
      * PERMISSA) - PARA O PERFIL OU PARA O OPERADOR, EM
      * CADA PROGRAMA, AS ACOES LIBERADAS: CONSULTAR,
      * INCLUIR, ALTERAR, EXCLUIR E APROVAR ('S' OU 'N').
      * O REGISTRO DO OPERADOR, QUANDO EXISTE, VALE NO
      * LUGAR DO REGISTRO DO PERFIL PARA AQUELE PROGRAMA.
      * MANTIDO PELO ADMINISTRADOR NO PROGCOB43, CONSULTADO
      * PELO MODULO PROGC153 E LISTADO NO PROGC154
      * CHAVE.: PRM-CHAVE (TIPO + PERFIL/OPERADOR +
      *         PROGRAMA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PRM-REGISTRO.
           02 PRM-CHAVE.
               03 PRM-TIPO     PIC X(01).
                   88 PRM-DO-PERFIL   VALUE 'P'.
                   88 PRM-DO-OPERADOR VALUE 'O'.
                   88 PRM-TIPO-VALIDO VALUE 'P' 'O'.
               03 PRM-SUJEITO  PIC X(06).
               03 PRM-PROGRAMA PIC X(09).
           02 PRM-ACOES.
               03 PRM-CONSULTAR PIC X(01).
               03 PRM-INCLUIR   PIC X(01).
               03 PRM-ALTERAR   PIC X(01).
               03 PRM-EXCLUIR   PIC X(01).
               03 PRM-APROVAR   PIC X(01).
           02 PRM-ACOES-TAB REDEFINES PRM-ACOES.
               03 PRM-ACAO      PIC X(01) OCCURS 5 TIMES.
           02 PRM-DATA-ATUALIZ  PIC 9(08).
           02 PRM-OPER-ATUALIZ  PIC X(06).
           02 FILLER            PIC X(10).
