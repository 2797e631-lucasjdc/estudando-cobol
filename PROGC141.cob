       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC141.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CADASTRO DE CARGOS E SALARIOS (CARGOS) -
      * INCLUSAO/ALTERACAO DO CARGO COM TITULO, CODIGO CBO E
      * A FAIXA SALARIAL (MINIMO/MAXIMO) DE CADA NIVEL,
      * INATIVACAO DO CARGO E O RELATORIO DE ENQUADRAMENTO
      * SALARIAL PARA A REVISAO ANUAL - CADA EMPREGADO ATIVO
      * CONTRA A FAIXA DO SEU CARGO/NIVEL, COM A POSICAO NA
      * FAIXA, OS QUE ESTAO ABAIXO DO PISO, ACIMA DO TETO,
      * SEM CARGO E EM COMPRESSAO (NIVEL ACIMA DO 1 GANHANDO
      * NO MAXIMO O MAIOR SALARIO PAGO NO NIVEL DE BAIXO DO
      * MESMO CARGO)
      * DATA 2026-10-15
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARGOS ASSIGN TO "CARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WRK-CARGOS-ST.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT RELATORIO ASSIGN TO "RELFAIXA"
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
       FD  CARGOS.
           COPY CARGOREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-CARGO            PIC 9(04) VALUE ZEROS.
       77 WRK-CARGO-SW         PIC X(01) VALUE 'N'.
           88 WRK-CARGO-VALIDO VALUE 'S'.
       77 WRK-CBO              PIC 9(06) VALUE ZEROS.
       77 WRK-CBO-SW           PIC X(01) VALUE 'N'.
           88 WRK-CBO-VALIDO VALUE 'S'.
       77 WRK-QTD-NIVEIS       PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-NIVEIS-SW    PIC X(01) VALUE 'N'.
           88 WRK-QTD-NIVEIS-VALIDO VALUE 'S'.
       77 WRK-NIVEL            PIC 9(01) VALUE ZEROS.
       77 WRK-MINIMO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MINIMO-SW        PIC X(01) VALUE 'N'.
           88 WRK-MINIMO-VALIDO VALUE 'S'.
       77 WRK-MAXIMO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MAXIMO-SW        PIC X(01) VALUE 'N'.
           88 WRK-MAXIMO-VALIDO VALUE 'S'.
       77 WRK-FAIXA-SW         PIC X(01) VALUE 'N'.
           88 WRK-FAIXA-VALIDA VALUE 'S'.
       77 WRK-CARGO-EXISTE-SW  PIC X(01) VALUE 'N'.
           88 WRK-CARGO-EXISTE VALUE 'S'.
       77 WRK-RESPOSTA         PIC X(01) VALUE SPACES.
       77 WRK-TITULO           PIC X(30) VALUE SPACES.
       77 WRK-DETALHE          PIC X(30) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-SITUACAO         PIC X(14) VALUE SPACES.
       77 WRK-POSICAO          PIC 9(05) VALUE ZEROS.
       77 WRK-MAIOR-ABAIXO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTD-PAGOS        PIC 9(03) VALUE ZEROS.
       01 WRK-TAB-PAGOS.
           02 WRK-PAG-LINHA OCCURS 500 TIMES
              INDEXED BY WRK-IDX-PAG.
               03 WRK-PAG-CARGO PIC 9(04).
               03 WRK-PAG-NIVEL PIC 9(01).
               03 WRK-PAG-MAIOR PIC 9(06)V99.
       77 WRK-QTD-NA-FAIXA     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABAIXO       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ACIMA        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COMPRESSAO   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CARGO    PIC 9(05) VALUE ZEROS.
       77 WRK-SALARIO-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MINIMO-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MAXIMO-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-POSICAO-ED       PIC ZZ9 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY FAIXAWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC141' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O CARGOS.
           IF WRK-CARGOS-ST NOT = '00'
               CLOSE CARGOS
               OPEN OUTPUT CARGOS
               CLOSE CARGOS
               OPEN I-O CARGOS
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'CADASTRO DE CARGOS E SALARIOS'.
           DISPLAY '1-INCLUIR/ALTERAR 2-INATIVAR'.
           DISPLAY '3-RELATORIO DE ENQUADRAMENTO SALARIAL'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE CARGOS
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM MANTEM-CARGO
               WHEN 2
                   PERFORM INATIVA-CARGO
               WHEN 3
                   PERFORM RELATORIO-ENQUADRAMENTO
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE CARGOS.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 3
                   SET ACE-CONSULTAR TO TRUE
               WHEN 1
                   SET ACE-ALTERAR TO TRUE
               WHEN 2
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

      *****************************************************
      * MANTEM-CARGO - INCLUI O CARGO OU, SE JA EXISTIR E O
      * OPERADOR CONFIRMAR, REGRAVA TITULO, CBO E FAIXAS;
      * CADA NIVEL (ATE 5) PRECISA DE MINIMO NAO MAIOR QUE
      * O MAXIMO. A MUDANCA DE FAIXA NAO MEXE EM SALARIO -
      * QUEM FICAR FORA APARECE NO RELATORIO DA OPCAO 3
      *****************************************************
       MANTEM-CARGO.
           DISPLAY 'CODIGO DO CARGO.. '.
           PERFORM CAPTURA-CARGO UNTIL WRK-CARGO-VALIDO.
           MOVE WRK-CARGO TO CRG-CODIGO.
           READ CARGOS
               INVALID KEY
                   MOVE 'N' TO WRK-CARGO-EXISTE-SW
               NOT INVALID KEY
                   SET WRK-CARGO-EXISTE TO TRUE
           END-READ.
           MOVE 'S' TO WRK-RESPOSTA.
           IF WRK-CARGO-EXISTE
               DISPLAY 'CARGO JA CADASTRADO.. ' CRG-TITULO
               DISPLAY 'ALTERAR (S/N).. '
               ACCEPT WRK-RESPOSTA
           END-IF.
           IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
               PERFORM GRAVA-CARGO
           ELSE
               DISPLAY 'CARGO NAO ALTERADO'
           END-IF.

       GRAVA-CARGO.
           DISPLAY 'TITULO DO CARGO...... '.
           ACCEPT WRK-TITULO.
           DISPLAY 'CODIGO CBO........... '.
           PERFORM CAPTURA-CBO UNTIL WRK-CBO-VALIDO.
           DISPLAY 'QUANTIDADE DE NIVEIS (1 A 5).. '.
           PERFORM CAPTURA-QTD-NIVEIS-FAIXA
               UNTIL WRK-QTD-NIVEIS > 0 AND WRK-QTD-NIVEIS < 6.
           MOVE WRK-CARGO      TO CRG-CODIGO.
           MOVE WRK-TITULO     TO CRG-TITULO.
           MOVE WRK-CBO        TO CRG-CBO.
           SET CRG-ATIVO       TO TRUE.
           MOVE WRK-QTD-NIVEIS TO CRG-QTD-NIVEIS.
           PERFORM LIMPA-FAIXA
               VARYING WRK-NIVEL FROM 1 BY 1 UNTIL WRK-NIVEL > 5.
           PERFORM CAPTURA-FAIXA-NIVEL
               VARYING WRK-NIVEL FROM 1 BY 1
               UNTIL WRK-NIVEL > WRK-QTD-NIVEIS.
           IF WRK-CARGO-EXISTE
               REWRITE CRG-REGISTRO
               DISPLAY 'CARGO ALTERADO'
               MOVE 'ALTERADO' TO WRK-DETALHE
           ELSE
               WRITE CRG-REGISTRO
               DISPLAY 'CARGO INCLUIDO'
               MOVE 'INCLUIDO' TO WRK-DETALHE
           END-IF.
           PERFORM GRAVA-AUDITORIA.

       CAPTURA-QTD-NIVEIS-FAIXA.
           MOVE 'N' TO WRK-QTD-NIVEIS-SW.
           PERFORM CAPTURA-QTD-NIVEIS UNTIL WRK-QTD-NIVEIS-VALIDO.
           IF WRK-QTD-NIVEIS = 0 OR WRK-QTD-NIVEIS > 5
               DISPLAY 'QUANTIDADE DE NIVEIS DEVE SER DE 1 A 5'
           END-IF.

       LIMPA-FAIXA.
           MOVE ZEROS TO CRG-SAL-MINIMO (WRK-NIVEL).
           MOVE ZEROS TO CRG-SAL-MAXIMO (WRK-NIVEL).

       CAPTURA-FAIXA-NIVEL.
           MOVE 'N' TO WRK-FAIXA-SW.
           PERFORM CAPTURA-MINIMO-MAXIMO UNTIL WRK-FAIXA-VALIDA.
           MOVE WRK-MINIMO TO CRG-SAL-MINIMO (WRK-NIVEL).
           MOVE WRK-MAXIMO TO CRG-SAL-MAXIMO (WRK-NIVEL).

       CAPTURA-MINIMO-MAXIMO.
           DISPLAY 'NIVEL ' WRK-NIVEL ' - SALARIO MINIMO.. '.
           MOVE 'N' TO WRK-MINIMO-SW.
           PERFORM CAPTURA-MINIMO UNTIL WRK-MINIMO-VALIDO.
           DISPLAY 'NIVEL ' WRK-NIVEL ' - SALARIO MAXIMO.. '.
           MOVE 'N' TO WRK-MAXIMO-SW.
           PERFORM CAPTURA-MAXIMO UNTIL WRK-MAXIMO-VALIDO.
           IF WRK-MAXIMO = 0 OR WRK-MINIMO > WRK-MAXIMO
               DISPLAY 'FAIXA INVALIDA - MINIMO MAIOR QUE O MAXIMO '
                       'OU MAXIMO ZERADO'
           ELSE
               SET WRK-FAIXA-VALIDA TO TRUE
           END-IF.

      *****************************************************
      * INATIVA-CARGO - O CARGO INATIVO DEIXA DE TER FAIXA:
      * NAO ACEITA ADMISSAO NEM ENQUADRAMENTO E TRAVA O
      * REAJUSTE DE QUEM AINDA ESTIVER NELE ATE O
      * REENQUADRAMENTO (PROGCOB31)
      *****************************************************
       INATIVA-CARGO.
           DISPLAY 'CODIGO DO CARGO.. '.
           PERFORM CAPTURA-CARGO UNTIL WRK-CARGO-VALIDO.
           MOVE WRK-CARGO TO CRG-CODIGO.
           READ CARGOS
               INVALID KEY
                   DISPLAY 'CARGO NAO ENCONTRADO'
               NOT INVALID KEY
                   IF CRG-INATIVO
                       DISPLAY 'CARGO JA INATIVO'
                   ELSE
                       SET CRG-INATIVO TO TRUE
                       REWRITE CRG-REGISTRO
                       DISPLAY 'CARGO INATIVADO - ' CRG-TITULO
                       MOVE 'INATIVADO' TO WRK-DETALHE
                       PERFORM GRAVA-AUDITORIA
                   END-IF
           END-READ.

      *****************************************************
      * RELATORIO-ENQUADRAMENTO - PRIMEIRA PASSADA GUARDA O
      * MAIOR SALARIO PAGO POR CARGO/NIVEL (BASE DA
      * COMPRESSAO); A SEGUNDA LISTA CADA EMPREGADO ATIVO
      * COM A FAIXA, A POSICAO NELA (0 NO PISO, 100 NO TETO)
      * E A SITUACAO
      *****************************************************
       RELATORIO-ENQUADRAMENTO.
           OPEN INPUT EMPREGADOS.
           IF WRK-EMPREGADOS-ST NOT = '00'
               DISPLAY 'CADASTRO DE EMPREGADOS AUSENTE'
               CLOSE EMPREGADOS
           ELSE
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-EMPREGADO
               PERFORM GUARDA-MAIOR-PAGO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE EMPREGADOS
               OPEN INPUT EMPREGADOS
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO REL-LINHA
               MOVE 'ENQUADRAMENTO SALARIAL POR CARGO/NIVEL'
                 TO REL-LINHA
               WRITE REL-LINHA
               MOVE ALL '-' TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-EMPREGADO
               PERFORM LISTA-EMPREGADO UNTIL WRK-FIM-ARQUIVO-OK
               PERFORM IMPRIME-TOTAIS
               CLOSE RELATORIO
               CLOSE EMPREGADOS
               DISPLAY 'RELATORIO GERADO EM RELFAIXA'
           END-IF.

       LER-EMPREGADO.
           READ EMPREGADOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       GUARDA-MAIOR-PAGO.
           IF EMP-ATIVO AND EMP-CARGO > 0
               SET WRK-IDX-PAG TO 1
               SEARCH WRK-PAG-LINHA
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-PAG > WRK-QTD-PAGOS
                       PERFORM INCLUI-CARGO-NIVEL
                   WHEN WRK-PAG-CARGO (WRK-IDX-PAG) = EMP-CARGO
                    AND WRK-PAG-NIVEL (WRK-IDX-PAG) = EMP-NIVEL
                       IF EMP-SALARIO-BASE >
                          WRK-PAG-MAIOR (WRK-IDX-PAG)
                           MOVE EMP-SALARIO-BASE
                             TO WRK-PAG-MAIOR (WRK-IDX-PAG)
                       END-IF
               END-SEARCH
           END-IF.
           PERFORM LER-EMPREGADO.

       INCLUI-CARGO-NIVEL.
           IF WRK-QTD-PAGOS < 500
               ADD 1 TO WRK-QTD-PAGOS
               SET WRK-IDX-PAG TO WRK-QTD-PAGOS
               MOVE EMP-CARGO TO WRK-PAG-CARGO (WRK-IDX-PAG)
               MOVE EMP-NIVEL TO WRK-PAG-NIVEL (WRK-IDX-PAG)
               MOVE EMP-SALARIO-BASE TO WRK-PAG-MAIOR (WRK-IDX-PAG)
           ELSE
               DISPLAY 'TABELA DE CARGO/NIVEL CHEIA - COMPRESSAO '
                       'NAO APURADA PARA ' EMP-CARGO '/' EMP-NIVEL
           END-IF.

       LISTA-EMPREGADO.
           IF EMP-ATIVO
               PERFORM CLASSIFICA-EMPREGADO
               MOVE SPACES TO REL-LINHA
               STRING EMP-MATRICULA ' ' EMP-NOME
                      ' ' EMP-CARGO '/' EMP-NIVEL
                      ' ' WRK-FXA-TITULO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE EMP-SALARIO-BASE TO WRK-SALARIO-ED
               MOVE WRK-FXA-MINIMO TO WRK-MINIMO-ED
               MOVE WRK-FXA-MAXIMO TO WRK-MAXIMO-ED
               MOVE WRK-POSICAO TO WRK-POSICAO-ED
               MOVE SPACES TO REL-LINHA
               STRING '   SALARIO ' WRK-SALARIO-ED
                      ' FAIXA ' WRK-MINIMO-ED
                      ' A ' WRK-MAXIMO-ED
                      ' ' WRK-POSICAO-ED '% '
                      WRK-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-EMPREGADO.

      *****************************************************
      * CLASSIFICA-EMPREGADO - FAIXA PELA COMPARA-FAIXA DA
      * ROTINA VERIFAIX (CARGO JA LIDO AQUI, ARQUIVO ABERTO
      * EM I-O); A COMPRESSAO SO E APONTADA PARA QUEM ESTA
      * NA FAIXA
      *****************************************************
       CLASSIFICA-EMPREGADO.
           MOVE EMP-CARGO        TO WRK-FXA-CARGO.
           MOVE EMP-NIVEL        TO WRK-FXA-NIVEL.
           MOVE EMP-SALARIO-BASE TO WRK-FXA-SALARIO.
           SET WRK-FXA-SEM-CARGO TO TRUE.
           MOVE SPACES TO WRK-FXA-TITULO.
           MOVE ZEROS TO WRK-FXA-MINIMO.
           MOVE ZEROS TO WRK-FXA-MAXIMO.
           MOVE ZEROS TO WRK-POSICAO.
           IF EMP-CARGO > 0
               MOVE EMP-CARGO TO CRG-CODIGO
               READ CARGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM COMPARA-FAIXA
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WRK-FXA-SEM-CARGO
                   MOVE 'SEM CARGO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-SEM-CARGO
               WHEN WRK-FXA-ABAIXO
                   MOVE 'ABAIXO DO PISO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ABAIXO
               WHEN WRK-FXA-ACIMA
                   MOVE 'ACIMA DO TETO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ACIMA
                   PERFORM CALCULA-POSICAO
               WHEN OTHER
                   PERFORM CALCULA-POSICAO
                   PERFORM VERIFICA-COMPRESSAO
           END-EVALUATE.

       CALCULA-POSICAO.
           IF WRK-FXA-MAXIMO > WRK-FXA-MINIMO
               COMPUTE WRK-POSICAO ROUNDED =
                   (WRK-FXA-SALARIO - WRK-FXA-MINIMO) * 100
                   / (WRK-FXA-MAXIMO - WRK-FXA-MINIMO)
                   ON SIZE ERROR
                       MOVE 999 TO WRK-POSICAO
               END-COMPUTE
           ELSE
               MOVE 100 TO WRK-POSICAO
           END-IF.
           IF WRK-POSICAO > 999
               MOVE 999 TO WRK-POSICAO
           END-IF.

       VERIFICA-COMPRESSAO.
           MOVE ZEROS TO WRK-MAIOR-ABAIXO.
           IF EMP-NIVEL > 1
               SET WRK-IDX-PAG TO 1
               SEARCH WRK-PAG-LINHA
                   AT END
                       CONTINUE
                   WHEN WRK-IDX-PAG > WRK-QTD-PAGOS
                       CONTINUE
                   WHEN WRK-PAG-CARGO (WRK-IDX-PAG) = EMP-CARGO
                    AND WRK-PAG-NIVEL (WRK-IDX-PAG) = EMP-NIVEL - 1
                       MOVE WRK-PAG-MAIOR (WRK-IDX-PAG)
                         TO WRK-MAIOR-ABAIXO
               END-SEARCH
           END-IF.
           IF WRK-MAIOR-ABAIXO > 0
              AND EMP-SALARIO-BASE NOT > WRK-MAIOR-ABAIXO
               MOVE 'COMPRESSAO' TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-COMPRESSAO
           ELSE
               MOVE 'NA FAIXA' TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-NA-FAIXA
           END-IF.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-NA-FAIXA TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'NA FAIXA................ ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-COMPRESSAO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'EM COMPRESSAO........... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ABAIXO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ABAIXO DO PISO.......... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ACIMA TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACIMA DO TETO........... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-SEM-CARGO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM CARGO/FAIXA......... ' WRK-QTD-ED
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
           MOVE 'PROGC141' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'CARGO ' WRK-CARGO ' ' WRK-DETALHE
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-OPCAO
               VALIDNUM-CAMPO     BY WRK-OPCAO
               VALIDNUM-CHAVE-SW  BY WRK-OPCAO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CARGO
               VALIDNUM-CAMPO     BY WRK-CARGO
               VALIDNUM-CHAVE-SW  BY WRK-CARGO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CBO
               VALIDNUM-CAMPO     BY WRK-CBO
               VALIDNUM-CHAVE-SW  BY WRK-CBO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-QTD-NIVEIS
               VALIDNUM-CAMPO     BY WRK-QTD-NIVEIS
               VALIDNUM-CHAVE-SW  BY WRK-QTD-NIVEIS-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-MINIMO
               VALIDNUM-CAMPO     BY WRK-MINIMO
               VALIDNUM-CHAVE-SW  BY WRK-MINIMO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-MAXIMO
               VALIDNUM-CAMPO     BY WRK-MAXIMO
               VALIDNUM-CHAVE-SW  BY WRK-MAXIMO-SW.

           COPY VERIFAIX.
