      * SEGREGACAO DE FUNCOES EXIGIDA PELA AUDITORIA
      * CHAVE.: APV-SEQ (SEQUENCIA DO CONTROLE APCTRL)
      * 2026-09-02 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDA A BAIXA POR PERDA DE TITULO
      *                DO CONTAS A RECEBER (TIPO P, SOLICITADA
      *                PELO PROGC114) - APV-CHAVE-REF LEVA O
      *                CLIENTE, APV-VALOR-NOVO O SALDO A
      *                BAIXAR E APV-TIT-CHAVE O TITULO. O
      *                REGISTRO CRESCEU: O ARQUIVO EXISTENTE
      *                DEVE SER RECARREGADO COM A CHAVE DO
      *                TITULO EM BRANCO
      * 2026-10-15 LC  INCLUIDA A REVISAO DE LIMITE DE
      *                CREDITO (TIPO L, PROPOSTA PELO LOTE
      *                TRIMESTRAL PROGC117) - APV-CHAVE-REF
      *                LEVA O CLIENTE, APV-LIM-ACAO O
      *                AUMENTO, A REDUCAO OU O BLOQUEIO E
      *                APV-VALOR-NOVO O LIMITE PROPOSTO; A
      *                ACAO OCUPA O INICIO DO FILLER, SEM
      *                MUDAR O TAMANHO DO REGISTRO
      * 2026-10-15 LC  INCLUIDA A REABERTURA DE PERIODO FECHADO
      *                (TIPO F, SOLICITADA PELO PROGC130) -
      *                APV-CHAVE-REF LEVA A COMPETENCIA AAAAMM
      *                E APV-PER-AREA A AREA DO CONTROLE DE
      *                PERIODOS, NO FILLER, SEM MUDAR O TAMANHO
      * 2026-10-15 LC  INCLUIDO O REAJUSTE COLETIVO - DISSIDIO
      *                (TIPO C, SOLICITADO PELO PROGC135) -
      *                APV-CHAVE-REF LEVA O NUMERO DO DISSIDIO E
      *                APV-VALOR-NOVO O TOTAL DAS DIFERENCAS
      *                SIMULADAS
      * 2026-10-15 LC  INCLUIDA A MARCA DE EXCECAO DE FAIXA
      *                SALARIAL NO REAJUSTE (TIPO S) - NOVO
      *                SALARIO FORA DA FAIXA DO CARGO, COM A
      *                JUSTIFICATIVA EM APV-MOTIVO; OCUPA O
      *                FILLER, SEM MUDAR O TAMANHO
      * 2026-10-15 LC  INCLUIDA A CONCESSAO DE BOLSA/DESCONTO
      *                DE MENSALIDADE (TIPO B, SOLICITADA PELO
      *                PROGC145) - APV-CHAVE-REF LEVA A
      *                MATRICULA DO ALUNO, APV-BLS-SEQ A
      *                SEQUENCIA DA BOLSA E APV-VALOR-NOVO O
      *                PERCENTUAL OU O VALOR FIXO; A SEQUENCIA
      *                OCUPA O FILLER, SEM MUDAR O TAMANHO
      *****************************************************
       01 APV-REGISTRO.
           02 APV-SEQ       PIC 9(06).
           02 APV-TIPO      PIC X(01).
               88 APV-DESBLOQUEIO VALUE 'D'.
               88 APV-SALARIO     VALUE 'S'.
               88 APV-BAIXA-PERDA VALUE 'P'.
               88 APV-REVISAO-LIMITE VALUE 'L'.
               88 APV-REABERTURA  VALUE 'F'.
               88 APV-DISSIDIO    VALUE 'C'.
               88 APV-BOLSA       VALUE 'B'.
           02 APV-CHAVE-REF PIC 9(06).
           02 APV-VALOR-NOVO PIC 9(07)V99.
           02 APV-MOTIVO    PIC X(30).
               88 APV-REJEITADO VALUE 'R'.
           02 APV-APROVADOR PIC X(06).
           02 APV-DATA-DECISAO PIC 9(08).
           02 APV-LIM-ACAO  PIC X(01).
               88 APV-LIM-AUMENTO  VALUE 'A'.
               88 APV-LIM-REDUCAO  VALUE 'R'.
               88 APV-LIM-BLOQUEIO VALUE 'B'.
           02 APV-PER-AREA  PIC X(01).
           02 APV-FAIXA-EXCECAO PIC X(01).
               88 APV-FORA-DA-FAIXA VALUE 'S'.
           02 APV-BLS-SEQ   PIC 9(02).
           02 APV-TIT-CHAVE.
               03 APV-TIT-TIPO-DOC PIC X(01).
               03 APV-TIT-NUMERO   PIC 9(08).
               03 APV-TIT-PARCELA  PIC 9(02).
