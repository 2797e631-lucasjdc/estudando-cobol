       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC140.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CONTROLE DE PENSAO ALIMENTICIA POR ORDEM
      * JUDICIAL - INCLUSAO DA ORDEM (PROCESSO, BENEFICIARIO
      * COM CPF CRITICADO E DADOS BANCARIOS, REGRA DE
      * CALCULO E INCIDENCIA NO 13O E NAS FERIAS),
      * ENCERRAMENTO DA ORDEM E RELATORIO MENSAL DOS VALORES
      * PAGOS POR ORDEM, LIDOS DOS CREDITOS DE BENEFICIARIO
      * GRAVADOS PELA FOLHA (PROGCOB32) NO LIQPAGTO, COM A
      * SITUACAO DO CREDITO NO BANCO (PROGCOB35)
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
           SELECT PENSOES ASSIGN TO "PENSALIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNA-CHAVE
               FILE STATUS IS WRK-PENSOES-ST.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT LIQUIDO-PAGAR ASSIGN TO "LIQPAGTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LIQ-CHAVE
               FILE STATUS IS WRK-LIQUIDO-PAGAR-ST.
           SELECT RELATORIO ASSIGN TO "RELPENSA"
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
       FD  PENSOES.
           COPY PENSAREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  LIQUIDO-PAGAR.
           COPY LIQPGREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-PENSOES-ST       PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-LIQUIDO-PAGAR-ST PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-OPCAO            PIC 9(01) VALUE ZEROS.
       77 WRK-OPCAO-SW         PIC X(01) VALUE 'N'.
           88 WRK-OPCAO-VALIDO VALUE 'S'.
       77 WRK-MATRICULA        PIC 9(06) VALUE ZEROS.
       77 WRK-MATRICULA-SW     PIC X(01) VALUE 'N'.
           88 WRK-MATRICULA-VALIDO VALUE 'S'.
       77 WRK-SEQ              PIC 9(01) VALUE ZEROS.
       77 WRK-SEQ-SW           PIC X(01) VALUE 'N'.
           88 WRK-SEQ-VALIDO VALUE 'S'.
       77 WRK-PROXIMO-SEQ      PIC 9(02) VALUE ZEROS.
       77 WRK-PROCESSO         PIC X(20) VALUE SPACES.
       77 WRK-BENEF-NOME       PIC X(30) VALUE SPACES.
       77 WRK-BANCO            PIC 9(03) VALUE ZEROS.
       77 WRK-BANCO-SW         PIC X(01) VALUE 'N'.
           88 WRK-BANCO-VALIDO VALUE 'S'.
       77 WRK-AGENCIA          PIC 9(04) VALUE ZEROS.
       77 WRK-AGENCIA-SW       PIC X(01) VALUE 'N'.
           88 WRK-AGENCIA-VALIDO VALUE 'S'.
       77 WRK-CONTA            PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-SW         PIC X(01) VALUE 'N'.
           88 WRK-CONTA-VALIDO VALUE 'S'.
       77 WRK-CONTA-DV         PIC X(01) VALUE SPACES.
       77 WRK-REGRA            PIC X(01) VALUE SPACES.
           88 WRK-REGRA-VALIDA VALUES 'L' 'B' 'F'.
           88 WRK-REGRA-FIXO   VALUE 'F'.
       77 WRK-PERCENTUAL       PIC 9(03)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL-SW    PIC X(01) VALUE 'N'.
           88 WRK-PERCENTUAL-VALIDO VALUE 'S'.
       77 WRK-VALOR            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-SW         PIC X(01) VALUE 'N'.
           88 WRK-VALOR-VALIDO VALUE 'S'.
       77 WRK-INCIDE-13        PIC X(01) VALUE SPACES.
       77 WRK-INCIDE-FERIAS    PIC X(01) VALUE SPACES.
       77 WRK-CPF-NUM-SW       PIC X(01) VALUE 'N'.
           88 WRK-CPF-NUM-VALIDO VALUE 'S'.
       77 WRK-CPF-OK-SW        PIC X(01) VALUE 'N'.
           88 WRK-CPF-OK VALUE 'S'.
       77 WRK-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WRK-COMPETENCIA-SW   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-VALIDA VALUE 'S'.
       77 WRK-LIQ-COMPETENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-DETALHE          PIC X(30) VALUE SPACES.
       77 WRK-QTD-PAGAMENTOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PAGO       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY CPFWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC140' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O PENSOES.
           IF WRK-PENSOES-ST NOT = '00'
               CLOSE PENSOES
               OPEN OUTPUT PENSOES
               CLOSE PENSOES
               OPEN I-O PENSOES
           END-IF.
           OPEN INPUT EMPREGADOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'PENSAO ALIMENTICIA (ORDEM JUDICIAL)'.
           DISPLAY '1-INCLUIR 2-ENCERRAR 3-RELATORIO MENSAL'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE PENSOES
               CLOSE EMPREGADOS
               GOBACK
           END-IF.
           EVALUATE WRK-OPCAO
               WHEN 1
                   PERFORM INCLUI-ORDEM
               WHEN 2
                   PERFORM ENCERRA-ORDEM
               WHEN 3
                   PERFORM RELATORIO-MENSAL
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE.
           CLOSE EMPREGADOS.
           CLOSE PENSOES.
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
                   SET ACE-INCLUIR TO TRUE
               WHEN 2
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       INCLUI-ORDEM.
           DISPLAY 'MATRICULA DO EMPREGADO.. '
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           MOVE WRK-MATRICULA TO EMP-MATRICULA.
           READ EMPREGADOS
               INVALID KEY
                   DISPLAY 'EMPREGADO NAO ENCONTRADO'
               NOT INVALID KEY
                   IF EMP-DESLIGADO
                       DISPLAY 'EMPREGADO DESLIGADO - '
                               'INCLUSAO NAO PERMITIDA'
                   ELSE
                       PERFORM LOCALIZA-PROXIMO-SEQ
                       IF WRK-PROXIMO-SEQ > 9
                           DISPLAY 'MATRICULA JA TEM 9 ORDENS - '
                                   'INCLUSAO NAO PERMITIDA'
                       ELSE
                           PERFORM GRAVA-ORDEM
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      * GRAVA-ORDEM - CAPTURA OS DADOS DA ORDEM; A REGRA
      * L (PERCENTUAL DO LIQUIDO) E B (PERCENTUAL DO
      * BRUTO) PEDEM O PERCENTUAL, A REGRA F O VALOR FIXO
      *****************************************************
       GRAVA-ORDEM.
           DISPLAY 'EMPREGADO.. ' EMP-NOME.
           DISPLAY 'NUMERO DO PROCESSO... '.
           ACCEPT WRK-PROCESSO.
           DISPLAY 'NOME DO BENEFICIARIO. '.
           ACCEPT WRK-BENEF-NOME.
           DISPLAY 'CPF DO BENEFICIARIO (11 DIGITOS).. '.
           PERFORM CAPTURA-CPF-CRITICADO UNTIL WRK-CPF-OK.
           PERFORM CAPTURA-DADOS-BANCARIOS.
           DISPLAY 'REGRA (L-PERC. LIQUIDO B-PERC. BRUTO '
                   'F-VALOR FIXO).. '.
           PERFORM CAPTURA-REGRA UNTIL WRK-REGRA-VALIDA.
           IF WRK-REGRA-FIXO
               DISPLAY 'VALOR FIXO MENSAL.... '
               PERFORM CAPTURA-VALOR UNTIL WRK-VALOR-VALIDO
           ELSE
               DISPLAY 'PERCENTUAL........... '
               PERFORM CAPTURA-PERCENTUAL
                   UNTIL WRK-PERCENTUAL-VALIDO
           END-IF.
           DISPLAY 'INCIDE NO 13O SALARIO (S/N).. '.
           ACCEPT WRK-INCIDE-13.
           DISPLAY 'INCIDE NAS FERIAS (S/N)...... '.
           ACCEPT WRK-INCIDE-FERIAS.
           IF (WRK-REGRA-FIXO AND WRK-VALOR = 0)
              OR (NOT WRK-REGRA-FIXO
                  AND (WRK-PERCENTUAL = 0 OR WRK-PERCENTUAL > 100))
               DISPLAY 'VALOR OU PERCENTUAL INVALIDO - '
                       'ORDEM NAO INCLUIDA'
           ELSE
               MOVE WRK-MATRICULA   TO PNA-MATRICULA
               MOVE WRK-PROXIMO-SEQ TO PNA-SEQ
               MOVE WRK-PROCESSO    TO PNA-PROCESSO
               MOVE WRK-BENEF-NOME  TO PNA-BENEF-NOME
               MOVE WRK-CPF-NUMERO  TO PNA-BENEF-CPF
               MOVE WRK-BANCO       TO PNA-BANCO
               MOVE WRK-AGENCIA     TO PNA-AGENCIA
               MOVE WRK-CONTA       TO PNA-CONTA
               MOVE WRK-CONTA-DV    TO PNA-CONTA-DV
               MOVE WRK-REGRA       TO PNA-REGRA
               MOVE WRK-PERCENTUAL  TO PNA-PERCENTUAL
               MOVE WRK-VALOR       TO PNA-VALOR
               IF WRK-INCIDE-13 = 'S' OR WRK-INCIDE-13 = 's'
                   MOVE 'S' TO PNA-INCIDE-13
               ELSE
                   MOVE 'N' TO PNA-INCIDE-13
               END-IF
               IF WRK-INCIDE-FERIAS = 'S' OR WRK-INCIDE-FERIAS = 's'
                   MOVE 'S' TO PNA-INCIDE-FERIAS
               ELSE
                   MOVE 'N' TO PNA-INCIDE-FERIAS
               END-IF
               SET PNA-ATIVA        TO TRUE
               MOVE WRK-DATA-HOJE   TO PNA-DATA-INICIO
               MOVE ZEROS           TO PNA-DATA-FIM
               WRITE PNA-REGISTRO
               DISPLAY 'ORDEM INCLUIDA - SEQUENCIA ' PNA-SEQ
               MOVE 'INCLUIDA' TO WRK-DETALHE
               MOVE PNA-SEQ TO WRK-SEQ
               PERFORM GRAVA-AUDITORIA
           END-IF.

       LOCALIZA-PROXIMO-SEQ.
           MOVE ZEROS TO WRK-PROXIMO-SEQ.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-MATRICULA TO PNA-MATRICULA.
           MOVE ZEROS TO PNA-SEQ.
           START PENSOES KEY >= PNA-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-PENSAO-MATRICULA.
           PERFORM GUARDA-ULTIMO-SEQ UNTIL WRK-FIM-ARQUIVO-OK.
           ADD 1 TO WRK-PROXIMO-SEQ.

       LER-PENSAO-MATRICULA.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ PENSOES NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
                   NOT AT END
                       IF PNA-MATRICULA NOT = WRK-MATRICULA
                           SET WRK-FIM-ARQUIVO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       GUARDA-ULTIMO-SEQ.
           MOVE PNA-SEQ TO WRK-PROXIMO-SEQ.
           PERFORM LER-PENSAO-MATRICULA.

       CAPTURA-CPF-CRITICADO.
           MOVE 'N' TO WRK-CPF-NUM-SW.
           PERFORM CAPTURA-CPF UNTIL WRK-CPF-NUM-VALIDO.
           PERFORM VALIDA-CPF.
           IF WRK-CPF-VALIDO
               SET WRK-CPF-OK TO TRUE
           ELSE
               DISPLAY 'CPF INVALIDO - DIGITO VERIFICADOR NAO '
                       'CONFERE'
           END-IF.

       CAPTURA-DADOS-BANCARIOS.
           DISPLAY 'BANCO................ '.
           MOVE 'N' TO WRK-BANCO-SW.
           PERFORM CAPTURA-BANCO UNTIL WRK-BANCO-VALIDO.
           DISPLAY 'AGENCIA.............. '.
           MOVE 'N' TO WRK-AGENCIA-SW.
           PERFORM CAPTURA-AGENCIA UNTIL WRK-AGENCIA-VALIDO.
           DISPLAY 'CONTA................ '.
           MOVE 'N' TO WRK-CONTA-SW.
           PERFORM CAPTURA-CONTA UNTIL WRK-CONTA-VALIDO.
           DISPLAY 'DIGITO DA CONTA...... '.
           ACCEPT WRK-CONTA-DV.

       CAPTURA-REGRA.
           ACCEPT WRK-REGRA.
           IF NOT WRK-REGRA-VALIDA
               DISPLAY 'REGRA INVALIDA - DIGITE L, B OU F'
           END-IF.

      *****************************************************
      * ENCERRA-ORDEM - A ORDEM ENCERRADA (REVOGACAO OU FIM
      * DA OBRIGACAO) SAI DO DESCONTO DA FOLHA E FICA NO
      * ARQUIVO PARA O RELATORIO
      *****************************************************
       ENCERRA-ORDEM.
           DISPLAY 'MATRICULA DO EMPREGADO.. '
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           DISPLAY 'SEQUENCIA DA ORDEM.. '
           PERFORM CAPTURA-SEQ UNTIL WRK-SEQ-VALIDO.
           MOVE WRK-MATRICULA TO PNA-MATRICULA.
           MOVE WRK-SEQ TO PNA-SEQ.
           READ PENSOES
               INVALID KEY
                   DISPLAY 'ORDEM NAO ENCONTRADA'
               NOT INVALID KEY
                   IF PNA-ENCERRADA
                       DISPLAY 'ORDEM JA ENCERRADA EM '
                               PNA-DATA-FIM
                   ELSE
                       DISPLAY 'PROCESSO ' PNA-PROCESSO
                               ' BENEFICIARIO ' PNA-BENEF-NOME
                       SET PNA-ENCERRADA TO TRUE
                       MOVE WRK-DATA-HOJE TO PNA-DATA-FIM
                       REWRITE PNA-REGISTRO
                       DISPLAY 'ORDEM ENCERRADA'
                       MOVE 'ENCERRADA' TO WRK-DETALHE
                       PERFORM GRAVA-AUDITORIA
                   END-IF
           END-READ.

      *****************************************************
      * RELATORIO-MENSAL - CREDITOS DE BENEFICIARIO
      * (FAVORECIDO 1 A 9) DO LIQPAGTO COM DATA NA
      * COMPETENCIA, COM O PROCESSO E O BENEFICIARIO DA
      * ORDEM, O TIPO DE FOLHA E A SITUACAO NO BANCO
      *****************************************************
       RELATORIO-MENSAL.
           DISPLAY 'COMPETENCIA (AAAAMM).. '
           PERFORM CAPTURA-COMPETENCIA UNTIL WRK-COMPETENCIA-VALIDA.
           OPEN INPUT LIQUIDO-PAGAR.
           IF WRK-LIQUIDO-PAGAR-ST NOT = '00'
               DISPLAY 'SEM PAGAMENTOS DE FOLHA GRAVADOS'
               CLOSE LIQUIDO-PAGAR
           ELSE
               OPEN OUTPUT RELATORIO
               MOVE SPACES TO REL-LINHA
               STRING 'PENSAO ALIMENTICIA POR ORDEM - COMPETENCIA '
                      WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE ALL '-' TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'N' TO WRK-FIM-ARQUIVO
               PERFORM LER-LIQUIDO
               PERFORM LISTA-PAGAMENTO UNTIL WRK-FIM-ARQUIVO-OK
               PERFORM IMPRIME-TOTAIS
               CLOSE RELATORIO
               CLOSE LIQUIDO-PAGAR
               DISPLAY 'RELATORIO GERADO EM RELPENSA'
           END-IF.

       LER-LIQUIDO.
           READ LIQUIDO-PAGAR NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       LISTA-PAGAMENTO.
           DIVIDE LIQ-DATA BY 100 GIVING WRK-LIQ-COMPETENCIA.
           IF LIQ-FAVORECIDO > 0
              AND WRK-LIQ-COMPETENCIA = WRK-COMPETENCIA
               ADD 1 TO WRK-QTD-PAGAMENTOS
               ADD LIQ-VALOR TO WRK-TOTAL-PAGO
               IF LIQ-REJEITADO
                   ADD 1 TO WRK-QTD-REJEITADOS
               END-IF
               MOVE LIQ-MATRICULA  TO PNA-MATRICULA
               MOVE LIQ-FAVORECIDO TO PNA-SEQ
               READ PENSOES
                   INVALID KEY
                       MOVE '(ORDEM NAO CADASTRADA)' TO PNA-PROCESSO
                       MOVE SPACES TO PNA-BENEF-NOME
               END-READ
               MOVE LIQ-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING 'PROCESSO ' PNA-PROCESSO
                      ' MATRICULA ' LIQ-MATRICULA
                      '/' LIQ-FAVORECIDO
                      ' DATA ' LIQ-DATA
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   ' PNA-BENEF-NOME
                      ' FOLHA ' LIQ-TIPO-FOLHA
                      ' VALOR ' WRK-VALOR-ED
                      ' SIT ' LIQ-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-LIQUIDO.

       IMPRIME-TOTAIS.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PAGAMENTOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CREDITOS DE PENSAO...... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-REJEITADOS TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'REJEITADOS PELO BANCO... ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOTAL-PAGO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DA COMPETENCIA.... ' WRK-VALOR-ED
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
           MOVE 'PROGC140' TO AUD-PROGRAMA.
           PERFORM LE-OPERADOR-SESSAO.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'PENSAO MATRICULA=' WRK-MATRICULA
               ' SEQ=' WRK-SEQ
               ' ' WRK-DETALHE
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
               VALIDNUM-PARAGRAFO BY CAPTURA-MATRICULA
               VALIDNUM-CAMPO     BY WRK-MATRICULA
               VALIDNUM-CHAVE-SW  BY WRK-MATRICULA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-SEQ
               VALIDNUM-CAMPO     BY WRK-SEQ
               VALIDNUM-CHAVE-SW  BY WRK-SEQ-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CPF
               VALIDNUM-CAMPO     BY WRK-CPF-NUMERO
               VALIDNUM-CHAVE-SW  BY WRK-CPF-NUM-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-BANCO
               VALIDNUM-CAMPO     BY WRK-BANCO
               VALIDNUM-CHAVE-SW  BY WRK-BANCO-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-AGENCIA
               VALIDNUM-CAMPO     BY WRK-AGENCIA
               VALIDNUM-CHAVE-SW  BY WRK-AGENCIA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CONTA
               VALIDNUM-CAMPO     BY WRK-CONTA
               VALIDNUM-CHAVE-SW  BY WRK-CONTA-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-PERCENTUAL
               VALIDNUM-CAMPO     BY WRK-PERCENTUAL
               VALIDNUM-CHAVE-SW  BY WRK-PERCENTUAL-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-VALOR
               VALIDNUM-CAMPO     BY WRK-VALOR
               VALIDNUM-CHAVE-SW  BY WRK-VALOR-SW.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-COMPETENCIA
               VALIDNUM-CAMPO     BY WRK-COMPETENCIA
               VALIDNUM-CHAVE-SW  BY WRK-COMPETENCIA-SW.

           COPY VALIDCPF.
