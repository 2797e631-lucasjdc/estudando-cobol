      *****************************************************
      * ACESREG.CPY
      * AREA DE PARAMETROS DO MODULO DE CONTROLE DE ACESSO
      * (PROGC153) - O PROGRAMA INFORMA O PROPRIO NOME, A
      * ACAO E O MODO E TESTA ACE-PERMITIDO. O PROGRAMA DE
      * UMA ACAO SO (COTACAO, CONVERSAO, DEVOLUCAO, BAIXA,
      * CONSULTAS) PEDE ESSA ACAO JA NA ENTRADA; O PROGRAMA
      * DE VARIAS ACOES (MANUTENCOES) ENTRA COM A ACAO EM
      * BRANCO (BASTA TER ALGUMA ACAO LIBERADA) E PERGUNTA A
      * ACAO ESPECIFICA ANTES DE CADA OPERACAO SENSIVEL. O
      * MENU (PROGCOB15) TESTA A MESMA ACAO DE ENTRADA DE
      * CADA PROGRAMA. NEGADO, O MODULO JA AVISOU O
      * OPERADOR E REGISTROU A TENTATIVA NA TRILHA DE
      * AUDITORIA; NO MODO SILENCIOSO (MONTAGEM DO MENU) SO
      * DEVOLVE O RESULTADO
      * ACOES: C = CONSULTAR  I = INCLUIR  A = ALTERAR
      *        E = EXCLUIR    P = APROVAR
      * 2026-10-15 LC  CRIACAO
      * 2026-10-15 LC  PROGRAMA DE UMA ACAO SO PEDE A ACAO
      *                ESPECIFICA NA ENTRADA
      *****************************************************
       01 ACE-PARAMETROS.
           02 ACE-PROGRAMA PIC X(09).
           02 ACE-ACAO     PIC X(01).
               88 ACE-ACESSO    VALUE ' '.
               88 ACE-CONSULTAR VALUE 'C'.
               88 ACE-INCLUIR   VALUE 'I'.
               88 ACE-ALTERAR   VALUE 'A'.
               88 ACE-EXCLUIR   VALUE 'E'.
               88 ACE-APROVAR   VALUE 'P'.
           02 ACE-MODO     PIC X(01).
               88 ACE-REGISTRA   VALUE ' '.
               88 ACE-SILENCIOSO VALUE 'S'.
           02 ACE-USUARIO  PIC X(06).
           02 ACE-PERFIL   PIC X(01).
           02 ACE-RETORNO  PIC X(01).
               88 ACE-PERMITIDO VALUE 'S'.
               88 ACE-NEGADO    VALUE 'N'.
