       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC154.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: REVISAO DE ACESSOS - PARA CADA OPERADOR DO
      * CADASTRO (OPERADOR) LISTA NO RELACESS O PERFIL, A
      * SITUACAO E, PROGRAMA A PROGRAMA, AS ACOES QUE ELE
      * PODE EXECUTAR (C I A E P) E DE ONDE VEM A PERMISSAO
      * (PERFIL OU OPERADOR), PELA MESMA REGRA DO MODULO
      * PROGC153: O REGISTRO DO OPERADOR SUBSTITUI O DO
      * PERFIL. SEM O ARQUIVO PERMISSA LISTA A REGRA PADRAO
      * DO MENU (PERMPADR). USADO NA REVISAO ANUAL DE
      * ACESSOS DA AUDITORIA
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES ASSIGN TO "OPERADOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPR-CODIGO
               FILE STATUS IS WRK-OPERADORES-ST.
           SELECT PERMISSOES ASSIGN TO "PERMISSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-PERMISSOES-ST.
           SELECT RELATORIO ASSIGN TO "RELACESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RELATORIO-STATUS.
           SELECT OPER-SESSAO ASSIGN TO "OPERSESS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPER-SESSAO-ST.
           SELECT AUDITORIA ASSIGN TO "AUDITORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDITORIA-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADORES.
           COPY OPERREG.
       FD  PERMISSOES.
           COPY PERMREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-OPERADORES-ST    PIC X(02) VALUE SPACES.
       77 WRK-PERMISSOES-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-OPERADORES   PIC X(01) VALUE 'N'.
           88 WRK-FIM-OPERADORES-OK VALUE 'S'.
       77 WRK-FIM-PERMISSOES   PIC X(01) VALUE 'N'.
           88 WRK-FIM-PERMISSOES-OK VALUE 'S'.
       77 WRK-PERMISSA-SW      PIC X(01) VALUE 'N'.
           88 WRK-PERMISSA-IMPLANTADO VALUE 'S'.
       77 WRK-SITUACAO         PIC X(09) VALUE SPACES.
       77 WRK-ORIGEM           PIC X(08) VALUE SPACES.
       77 WRK-ACOES-ED         PIC X(05) VALUE SPACES.
       77 WRK-IDX-ACAO         PIC 9(01) VALUE ZEROS.
       77 WRK-LETRAS-ACAO      PIC X(05) VALUE 'CIAEP'.
       77 WRK-QTD-LINHAS-OPR   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-OPERADORES   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-BLOQUEADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ADMIN        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ED           PIC Z.ZZ9 VALUE ZEROS.
      *----------------------------------------------------
      * PROGRAMAS COM PERMISSAO PROPRIA DO OPERADOR - NA
      * LISTA DO PERFIL ESSES PROGRAMAS SAO PULADOS
      *----------------------------------------------------
       77 WRK-OPP-MAX          PIC 9(03) VALUE 200.
       77 WRK-OPP-QTD          PIC 9(03) VALUE ZEROS.
       77 WRK-IDX-OPP          PIC 9(03) VALUE ZEROS.
       77 WRK-OPP-ACHOU-SW     PIC X(01) VALUE 'N'.
           88 WRK-OPP-ACHOU VALUE 'S'.
       01 WRK-TAB-OPR-PROGRAMAS.
           02 WRK-OPP-PROGRAMA PIC X(09) OCCURS 200 TIMES.
           COPY PERMPADR.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC154' TO ACE-PROGRAMA.
           SET ACE-CONSULTAR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT OPERADORES.
           IF WRK-OPERADORES-ST NOT = '00'
               DISPLAY 'CADASTRO DE OPERADORES AUSENTE - NADA A '
                       'REVISAR'
               GOBACK
           END-IF.
           OPEN INPUT PERMISSOES.
           IF WRK-PERMISSOES-ST = '00'
               SET WRK-PERMISSA-IMPLANTADO TO TRUE
           END-IF.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM LER-OPERADOR.
           PERFORM REVISA-OPERADOR UNTIL WRK-FIM-OPERADORES-OK.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO.
           IF WRK-PERMISSA-IMPLANTADO
               CLOSE PERMISSOES
           END-IF.
           CLOSE OPERADORES.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY 'REVISAO DE ACESSOS GRAVADA NO RELACESS - '
                   WRK-QTD-OPERADORES ' OPERADOR(ES)'.
           GOBACK.

       IMPRIME-CABECALHO.
           MOVE SPACES TO REL-LINHA.
           STRING 'REVISAO DE ACESSOS POR OPERADOR EM '
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF NOT WRK-PERMISSA-IMPLANTADO
               MOVE 'PERMISSOES NAO IMPLANTADAS - VALE A REGRA '
                 TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'PADRAO DO MENU; PROGRAMA FORA DELA NAO TEM '
                 TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'RESTRICAO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '   PROGRAMA  ACOES  ORIGEM   (C=CONSULTAR I=INCLUIR '
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '   A=ALTERAR E=EXCLUIR P=APROVAR)' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       LER-OPERADOR.
           READ OPERADORES NEXT
               AT END
                   SET WRK-FIM-OPERADORES-OK TO TRUE
           END-READ.

      *****************************************************
      * REVISA-OPERADOR - ADMINISTRADOR PODE TUDO; OS
      * DEMAIS TEM PRIMEIRO AS PERMISSOES PROPRIAS E DEPOIS
      * AS DO PERFIL QUE ELAS NAO SUBSTITUEM
      *****************************************************
       REVISA-OPERADOR.
           ADD 1 TO WRK-QTD-OPERADORES.
           MOVE ZEROS TO WRK-QTD-LINHAS-OPR.
           IF OPR-BLOQUEADO
               MOVE 'BLOQUEADO' TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-BLOQUEADOS
           ELSE
               MOVE 'ATIVO' TO WRK-SITUACAO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING 'OPERADOR ' OPR-CODIGO ' ' OPR-NOME
                  ' PERFIL ' OPR-PERFIL ' ' WRK-SITUACAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF OPR-ADMINISTRADOR
               ADD 1 TO WRK-QTD-ADMIN
               MOVE '   ADMINISTRADOR - TODOS OS PROGRAMAS E ACOES'
                 TO REL-LINHA
               WRITE REL-LINHA
               MOVE 1 TO WRK-QTD-LINHAS-OPR
           ELSE
               IF WRK-PERMISSA-IMPLANTADO
                   PERFORM LISTA-PERMISSOES-OPERADOR
                   PERFORM LISTA-PERMISSOES-PERFIL
               ELSE
                   PERFORM LISTA-REGRA-PADRAO
                       VARYING WRK-IDX-PAD FROM 1 BY 1
                       UNTIL WRK-IDX-PAD > WRK-PAD-QTD
               END-IF
           END-IF.
           IF WRK-QTD-LINHAS-OPR = 0
               MOVE '   NENHUM ACESSO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF OPR-BLOQUEADO
               MOVE '   (OPERADOR BLOQUEADO - NENHUM ACESSO ENQUANTO '
                 TO REL-LINHA
               WRITE REL-LINHA
               MOVE '   NAO FOR DESBLOQUEADO NO PROGCOB43)'
                 TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-OPERADOR.

       LISTA-PERMISSOES-OPERADOR.
           MOVE ZEROS TO WRK-OPP-QTD.
           MOVE 'OPERADOR' TO WRK-ORIGEM.
           MOVE 'O'          TO PRM-TIPO.
           MOVE OPR-CODIGO   TO PRM-SUJEITO.
           MOVE LOW-VALUES   TO PRM-PROGRAMA.
           PERFORM POSICIONA-PERMISSOES.
           PERFORM LISTA-UMA-DO-OPERADOR
               UNTIL WRK-FIM-PERMISSOES-OK.

       LISTA-UMA-DO-OPERADOR.
           IF PRM-DO-OPERADOR AND PRM-SUJEITO = OPR-CODIGO
               IF WRK-OPP-QTD < WRK-OPP-MAX
                   ADD 1 TO WRK-OPP-QTD
                   MOVE PRM-PROGRAMA TO WRK-OPP-PROGRAMA (WRK-OPP-QTD)
               END-IF
               PERFORM IMPRIME-PERMISSAO
               PERFORM LER-PERMISSAO
           ELSE
               SET WRK-FIM-PERMISSOES-OK TO TRUE
           END-IF.

       LISTA-PERMISSOES-PERFIL.
           MOVE 'PERFIL' TO WRK-ORIGEM.
           MOVE 'P'          TO PRM-TIPO.
           MOVE OPR-PERFIL   TO PRM-SUJEITO.
           MOVE LOW-VALUES   TO PRM-PROGRAMA.
           PERFORM POSICIONA-PERMISSOES.
           PERFORM LISTA-UMA-DO-PERFIL
               UNTIL WRK-FIM-PERMISSOES-OK.

       LISTA-UMA-DO-PERFIL.
           IF PRM-DO-PERFIL AND PRM-SUJEITO = OPR-PERFIL
               MOVE 'N' TO WRK-OPP-ACHOU-SW
               PERFORM PROCURA-PROGRAMA-OPERADOR
                   VARYING WRK-IDX-OPP FROM 1 BY 1
                   UNTIL WRK-IDX-OPP > WRK-OPP-QTD
                      OR WRK-OPP-ACHOU
               IF NOT WRK-OPP-ACHOU
                   PERFORM IMPRIME-PERMISSAO
               END-IF
               PERFORM LER-PERMISSAO
           ELSE
               SET WRK-FIM-PERMISSOES-OK TO TRUE
           END-IF.

       PROCURA-PROGRAMA-OPERADOR.
           IF WRK-OPP-PROGRAMA (WRK-IDX-OPP) = PRM-PROGRAMA
               SET WRK-OPP-ACHOU TO TRUE
           END-IF.

       POSICIONA-PERMISSOES.
           MOVE 'N' TO WRK-FIM-PERMISSOES.
           START PERMISSOES KEY IS NOT LESS THAN PRM-CHAVE
               INVALID KEY
                   SET WRK-FIM-PERMISSOES-OK TO TRUE
           END-START.
           IF NOT WRK-FIM-PERMISSOES-OK
               PERFORM LER-PERMISSAO
           END-IF.

       LER-PERMISSAO.
           READ PERMISSOES NEXT
               AT END
                   SET WRK-FIM-PERMISSOES-OK TO TRUE
           END-READ.

      *****************************************************
      * IMPRIME-PERMISSAO - ACAO LIBERADA SAI COM A LETRA,
      * NEGADA COM HIFEN; REGISTRO DO OPERADOR TODO EM
      * HIFEN E UMA RESTRICAO EXPLICITA SOBRE O PERFIL
      *****************************************************
       IMPRIME-PERMISSAO.
           MOVE ALL '-' TO WRK-ACOES-ED.
           PERFORM EDITA-ACAO
               VARYING WRK-IDX-ACAO FROM 1 BY 1
               UNTIL WRK-IDX-ACAO > 5.
           MOVE SPACES TO REL-LINHA.
           STRING '   ' PRM-PROGRAMA ' ' WRK-ACOES-ED '  '
                  WRK-ORIGEM
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WRK-QTD-LINHAS-OPR.

       EDITA-ACAO.
           IF PRM-ACAO (WRK-IDX-ACAO) = 'S'
               MOVE WRK-LETRAS-ACAO (WRK-IDX-ACAO:1)
                 TO WRK-ACOES-ED (WRK-IDX-ACAO:1)
           END-IF.

       LISTA-REGRA-PADRAO.
           IF WRK-PAD-PERFIL (WRK-IDX-PAD) = OPR-PERFIL
               MOVE SPACES TO REL-LINHA
               STRING '   ' WRK-PAD-PROGRAMA (WRK-IDX-PAD)
                      ' CIAEP  PADRAO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               ADD 1 TO WRK-QTD-LINHAS-OPR
           END-IF.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-OPERADORES TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'OPERADORES REVISADOS.... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ADMIN TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ADMINISTRADORES......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-BLOQUEADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BLOQUEADOS.............. ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

       LE-OPERADOR-SESSAO.
           MOVE SPACES TO WRK-USUARIO.
           OPEN INPUT OPER-SESSAO.
           IF WRK-OPER-SESSAO-ST = '00'
               READ OPER-SESSAO
                   NOT AT END
                       MOVE SES-USUARIO TO WRK-USUARIO
               END-READ
               CLOSE OPER-SESSAO
           END-IF.

       GRAVA-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE 'PROGC154' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'REVISAO DE ACESSOS OPERADORES='
               WRK-QTD-OPERADORES
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
