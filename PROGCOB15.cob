      * CONTADOR PERSISTENTE DE TENTATIVAS ERRADAS QUE
      * BLOQUEIA O OPERADOR NA TERCEIRA, ATE O
      * ADMINISTRADOR DESBLOQUEAR NO PROGCOB43
      * 2026-10-15 LC  MENU MONTADO PELAS PERMISSOES DE
      * ACESSO (PERMISSA, MODULO PROGC153) NO LUGAR DOS IFS
      * FIXOS POR PERFIL - A OPCAO SO APARECE E SO EXECUTA
      * COM ALGUMA ACAO LIBERADA NO PROGRAMA; NOVA OPCAO 24
      * DE REVISAO DE ACESSOS (PROGC154)
      * 2026-10-15 LC  NOVA OPCAO 25 DE CONSULTA DO TITULAR DE
      * DADOS PESSOAIS - LGPD (PROGC155)
      * 2026-10-15 LC  NOVA OPCAO 26 DE MANUTENCAO DA TABELA
      * DE INDICES ECONOMICOS (PROGC158)
      * 2026-10-15 LC  NOVA OPCAO 27 DE POSICAO DO CLIENTE -
      * VISAO 360 (PROGC160)
      * 2026-10-15 LC  A TABELA DO MENU GUARDA A ACAO QUE CADA
      * PROGRAMA EXIGE NA ENTRADA (INCLUIR NA COTACAO,
      * CONVERSAO, DEVOLUCAO E BAIXA DE PAGAMENTOS; CONSULTAR
      * NA REVISAO DE ACESSOS, TITULAR LGPD E VISAO 360) E O
      * MENU TESTA ESSA ACAO EM VEZ DE QUALQUER ACAO LIBERADA
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WRK-TAB-ULTIMAS.
           02 WRK-ULT-SENHA PIC X(08) OCCURS 9 TIMES
              INDEXED BY WRK-IDX-SNH.
       01 WRK-TAB-MENU-GRUPO.
           02 FILLER PIC X(54) VALUE
               'PROGCOB0201 - CADASTRO DE NOME (PROGCOB02)            '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB0302 - VALIDACAO DE DATA (PROGCOB03)           '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB0403 - FOLHA DE PAGAMENTO (PROGCOB04)          '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB0504 - OPERADORES ARITMETICOS (PROGCOB05)      '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB0605 - RAZAO DE CONTA CORRENTE (PROGCOB06)     '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB0706 - MEDIA DE NOTAS COM IF (PROGCOB07)       '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB0807 - MEDIA DE NOTAS COM EVALUATE (PROGCOB08) '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB0908 - COTACAO DE FRETE (PROGCOB09)           I'.
           02 FILLER PIC X(54) VALUE
               'PROGCOB1609 - MANUTENCAO DE CLIENTES (PROGCOB16)      '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB1710 - MANUTENCAO DE PRODUTOS (PROGCOB17)      '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB1911 - IMPRESSAO DE NOTA FISCAL (PROGCOB19)    '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB2012 - CONVERSAO DE ORCAMENTO (PROGCOB20)     I'.
           02 FILLER PIC X(54) VALUE
               'PROGCOB2113 - DEVOLUCAO DE PEDIDO (PROGCOB21)        I'.
           02 FILLER PIC X(54) VALUE
               'PROGCOB2214 - BAIXA DE PAGAMENTOS (PROGCOB22)        I'.
           02 FILLER PIC X(54) VALUE
               'PROGCOB3115 - MANUTENCAO DE EMPREGADOS (PROGCOB31)    '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB3616 - REIMPRESSAO DE HOLERITE (PROGCOB36)     '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB3717 - EXTRATO DE CONTA (PROGCOB37)            '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB3818 - CONCILIACAO BANCARIA (PROGCOB38)        '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB3919 - MANUTENCAO DE ALUNOS (PROGCOB39)        '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB4020 - DIARIO DE CLASSE (PROGCOB40)            '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB4121 - HISTORICO ESCOLAR (PROGCOB41)           '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB4222 - CONSULTA DE CADASTRO (PROGCOB42)        '.
           02 FILLER PIC X(54) VALUE
               'PROGCOB4323 - MANUTENCAO DE OPERADORES (PROGCOB43)    '.
           02 FILLER PIC X(54) VALUE
               'PROGC154 24 - REVISAO DE ACESSOS (PROGC154)          C'.
           02 FILLER PIC X(54) VALUE
               'PROGC155 25 - CONSULTA DO TITULAR LGPD (PROGC155)    C'.
           02 FILLER PIC X(54) VALUE
               'PROGC158 26 - TABELA DE INDICES ECONOMICOS (PROGC158) '.
           02 FILLER PIC X(54) VALUE
               'PROGC160 27 - POSICAO DO CLIENTE 360 (PROGC160)      C'.
       01 WRK-TAB-MENU REDEFINES WRK-TAB-MENU-GRUPO.
           02 WRK-MNU-ITEM OCCURS 27 TIMES.
               03 WRK-MNU-PROGRAMA PIC X(09).
               03 WRK-MNU-TEXTO.
                   04 WRK-MNU-OPCAO PIC 9(02).
                   04 FILLER        PIC X(42).
               03 WRK-MNU-ACAO     PIC X(01).
       77 WRK-MNU-QTD       PIC 9(02) VALUE 27.
       77 WRK-IDX-MNU       PIC 9(02) VALUE ZEROS.
       77 WRK-MNU-ACHOU-SW  PIC X(01) VALUE 'N'.
           88 WRK-MNU-ACHOU VALUE 'S'.
           COPY ACESREG.
       PROCEDURE DIVISION.
           PERFORM EFETUA-LOGIN.
           IF WRK-LOGIN-OK
           DISPLAY 'MENU PRINCIPAL - SISTEMA PROGCOB'.
           DISPLAY 'OPERADOR ' WRK-USUARIO ' PERFIL ' WRK-PERFIL.
           DISPLAY '===================================='.
           PERFORM EXIBE-OPCAO-PERMITIDA
               VARYING WRK-IDX-MNU FROM 1 BY 1
               UNTIL WRK-IDX-MNU > WRK-MNU-QTD.
           DISPLAY '00 - SAIR'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM VERIFICA-AUTORIZACAO.
           IF WRK-AUTORIZADO
               PERFORM DESPACHA-OPCAO
           END-IF.

      *****************************************************
      * EXIBE-OPCAO-PERMITIDA - O MENU MOSTRA SO AS OPCOES
      * EM QUE O PROGRAMA DEIXARIA O OPERADOR ENTRAR, PELA
      * MESMA REGRA QUE CADA PROGRAMA APLICA NA ENTRADA: A
      * ACAO DE ENTRADA DA TABELA (WRK-MNU-ACAO, ULTIMA
      * POSICAO DE CADA LINHA - EM BRANCO BASTA ALGUMA ACAO
      * LIBERADA), NO MODULO PROGC153 EM MODO SILENCIOSO
      *****************************************************
       EXIBE-OPCAO-PERMITIDA.
           MOVE WRK-MNU-PROGRAMA (WRK-IDX-MNU) TO ACE-PROGRAMA.
           MOVE WRK-MNU-ACAO (WRK-IDX-MNU) TO ACE-ACAO.
           SET ACE-SILENCIOSO TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-PERMITIDO
               DISPLAY WRK-MNU-TEXTO (WRK-IDX-MNU)
           END-IF.

      *****************************************************
      * VERIFICA-AUTORIZACAO - A OPCAO DIGITADA PASSA PELO
      * MODULO DE ACESSO, QUE AVISA E REGISTRA A TENTATIVA
      * NEGADA NA TRILHA; A SAIDA (00) E LIVRE E OPCAO FORA
      * DA TABELA CAI NO OPCAO INVALIDA DO DESPACHO
      *****************************************************
       VERIFICA-AUTORIZACAO.
           MOVE 'N' TO WRK-AUTORIZADO-SW.
           MOVE 'N' TO WRK-MNU-ACHOU-SW.
           PERFORM LOCALIZA-OPCAO-MENU
               VARYING WRK-IDX-MNU FROM 1 BY 1
               UNTIL WRK-IDX-MNU > WRK-MNU-QTD
                  OR WRK-MNU-ACHOU.
           IF WRK-MNU-ACHOU
               CALL 'PROGC153' USING ACE-PARAMETROS
               IF ACE-PERMITIDO
                   SET WRK-AUTORIZADO TO TRUE
               END-IF
           ELSE
               SET WRK-AUTORIZADO TO TRUE
           END-IF.

       LOCALIZA-OPCAO-MENU.
           IF WRK-MNU-OPCAO (WRK-IDX-MNU) = WRK-OPCAO
               SET WRK-MNU-ACHOU TO TRUE
               MOVE WRK-MNU-PROGRAMA (WRK-IDX-MNU)
                 TO ACE-PROGRAMA
               MOVE WRK-MNU-ACAO (WRK-IDX-MNU) TO ACE-ACAO
               SET ACE-REGISTRA TO TRUE
           END-IF.

       DESPACHA-OPCAO.
           EVALUATE WRK-OPCAO
                   CALL 'PROGCOB42'
               WHEN 23
                   CALL 'PROGCOB43'
               WHEN 24
                   CALL 'PROGC154'
               WHEN 25
                   CALL 'PROGC155'
               WHEN 26
                   CALL 'PROGC158'
               WHEN 27
                   CALL 'PROGC160'
               WHEN 00
                   SET WRK-SAIR TO TRUE
               WHEN OTHER
