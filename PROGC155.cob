       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGC155.
      *******************************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR. LUCAS COSTA
      * OBJETIVO: CONSULTA DO TITULAR DE DADOS PESSOAIS
      * (LGPD, ART. 18) - PELO CPF INFORMADO LOCALIZA TODOS
      * OS REGISTROS MANTIDOS SOBRE A PESSOA: CADASTRO DE
      * PESSOAS, CLIENTES, EMPREGADOS, CONTAS E ALUNOS PELO
      * CPF; ENDERECOS DE ENTREGA (ENDENTRG) PELO CODIGO DO
      * CLIENTE ENCONTRADO; PROFESSOR (PROFESSO) PELA
      * MATRICULA DO EMPREGADO ENCONTRADO; PENSAO
      * ALIMENTICIA (PENSALIM) PELO CPF DO BENEFICIARIO OU
      * PELA MATRICULA DO EMPREGADO; RESPONSAVEL DE ALUNO
      * (ALU-RESP-*) E LISTA DE ESPERA (ESPERA, PELA
      * MATRICULA DO ALUNO OU PELO NOME DO CANDIDATO OU DO
      * RESPONSAVEL) PELO NOME ENCONTRADO NOS DEMAIS
      * ARQUIVOS OU INFORMADO; TRILHA DE AUDITORIA PELO CPF
      * OU PELO NOME NO DETALHE. A RESPOSTA FORMAL AO
      * TITULAR SAI NO RELLGPD, UMA
      * SECAO POR ARQUIVO COM A FINALIDADE DO TRATAMENTO. A
      * CONSULTA VAI PARA A TRILHA DE AUDITORIA SEM O CPF
      * DATA 2026-10-15
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADASTRO ASSIGN TO "CADASTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-CODIGO
               ALTERNATE RECORD KEY IS CAD-NOME
                   WITH DUPLICATES
               FILE STATUS IS WRK-CADASTRO-STATUS.
           SELECT CLIENTE ASSIGN TO "CLIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-CLIENTE-STATUS.
           SELECT EMPREGADOS ASSIGN TO "EMPREGAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-MATRICULA
               FILE STATUS IS WRK-EMPREGADOS-ST.
           SELECT CONTAS ASSIGN TO "CONTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-NUMERO
               FILE STATUS IS WRK-CONTAS-ST.
           SELECT ALUNOS ASSIGN TO "ALUNOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALU-MATRICULA
               FILE STATUS IS WRK-ALUNOS-STATUS.
           SELECT ENDERECOS-ENTREGA ASSIGN TO "ENDENTRG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-CHAVE
               FILE STATUS IS WRK-ENDERECOS-ST.
           SELECT PENSOES ASSIGN TO "PENSALIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PNA-CHAVE
               FILE STATUS IS WRK-PENSOES-ST.
           SELECT PROFESSORES ASSIGN TO "PROFESSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRF-CODIGO
               FILE STATUS IS WRK-PROFESSORES-ST.
           SELECT ESPERA ASSIGN TO "ESPERA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ESP-CHAVE
               FILE STATUS IS WRK-ESPERA-ST.
           SELECT RELATORIO ASSIGN TO "RELLGPD"
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
       FD  CADASTRO.
           COPY CADASREG.
       FD  CLIENTE.
           COPY CLIREG.
       FD  EMPREGADOS.
           COPY EMPREGREG.
       FD  CONTAS.
           COPY CONTAREG.
       FD  ALUNOS.
           COPY ALUNOREG.
       FD  ENDERECOS-ENTREGA.
           COPY ENTRGREG.
       FD  PENSOES.
           COPY PENSAREG.
       FD  PROFESSORES.
           COPY PROFREG.
       FD  ESPERA.
           COPY ESPERREG.
       FD  RELATORIO.
       01  REL-LINHA PIC X(80).
       FD  OPER-SESSAO.
           COPY OPSESREG.
       FD  AUDITORIA.
           COPY AUDITREG.
       WORKING-STORAGE SECTION.
       77 WRK-CADASTRO-STATUS  PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE-STATUS   PIC X(02) VALUE SPACES.
       77 WRK-EMPREGADOS-ST    PIC X(02) VALUE SPACES.
       77 WRK-CONTAS-ST        PIC X(02) VALUE SPACES.
       77 WRK-ALUNOS-STATUS    PIC X(02) VALUE SPACES.
       77 WRK-ENDERECOS-ST     PIC X(02) VALUE SPACES.
       77 WRK-PENSOES-ST       PIC X(02) VALUE SPACES.
       77 WRK-PROFESSORES-ST   PIC X(02) VALUE SPACES.
       77 WRK-ESPERA-ST        PIC X(02) VALUE SPACES.
       77 WRK-RELATORIO-STATUS PIC X(02) VALUE SPACES.
       77 WRK-OPER-SESSAO-ST   PIC X(02) VALUE SPACES.
       77 WRK-AUDITORIA-STATUS PIC X(02) VALUE SPACES.
       77 WRK-USUARIO          PIC X(06) VALUE SPACES.
       77 WRK-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WRK-CPF              PIC 9(11) VALUE ZEROS.
       77 WRK-CPF-X REDEFINES WRK-CPF PIC X(11).
       77 WRK-CPF-CAPT-SW      PIC X(01) VALUE 'N'.
           88 WRK-CPF-CAPTURADO VALUE 'S'.
       77 WRK-NOME-INFORMADO   PIC X(30) VALUE SPACES.
       77 WRK-NOME-ACHADO      PIC X(30) VALUE SPACES.
       77 WRK-FIM-ARQUIVO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
       77 WRK-TITULO-SECAO     PIC X(60) VALUE SPACES.
       77 WRK-FINALIDADE       PIC X(60) VALUE SPACES.
       77 WRK-QTD-SECAO        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-TOTAL        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OCORRE       PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SITUACAO         PIC X(10) VALUE SPACES.
       77 WRK-IDX-POS          PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------
      * NOMES DO TITULAR (ENCONTRADOS PELO CPF OU
      * INFORMADOS) COM O TAMANHO SEM OS BRANCOS DO FIM -
      * USADOS NA BUSCA DE RESPONSAVEL E NA AUDITORIA; NOME
      * COM MENOS DE 5 LETRAS NAO ENTRA NA BUSCA DO DETALHE
      * DA AUDITORIA
      *----------------------------------------------------
       77 WRK-NOM-MAX          PIC 9(02) VALUE 10.
       77 WRK-NOM-QTD          PIC 9(02) VALUE ZEROS.
       77 WRK-IDX-NOM          PIC 9(02) VALUE ZEROS.
       77 WRK-NOM-ACHOU-SW     PIC X(01) VALUE 'N'.
           88 WRK-NOM-ACHOU VALUE 'S'.
       01 WRK-TAB-NOMES.
           02 WRK-NOM-ITEM OCCURS 10 TIMES.
               03 WRK-NOM-NOME PIC X(30).
               03 WRK-NOM-TAM  PIC 9(02).
      *----------------------------------------------------
      * CODIGOS DO TITULAR ENCONTRADOS PELO CPF - CLIENTE
      * (PARA OS ENDERECOS DE ENTREGA), MATRICULA DE
      * EMPREGADO (PROFESSOR E PENSAO) E MATRICULA DE ALUNO
      * (LISTA DE ESPERA)
      *----------------------------------------------------
       77 WRK-COD-MAX          PIC 9(02) VALUE 10.
       77 WRK-IDX-COD          PIC 9(02) VALUE ZEROS.
       77 WRK-COD-ACHOU-SW     PIC X(01) VALUE 'N'.
           88 WRK-COD-ACHOU VALUE 'S'.
       77 WRK-CLI-QTD          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-CLIENTES.
           02 WRK-CLI-COD OCCURS 10 TIMES PIC 9(06).
       77 WRK-MAT-QTD          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-MATRICULAS.
           02 WRK-MAT-COD OCCURS 10 TIMES PIC 9(06).
       77 WRK-ALU-QTD          PIC 9(02) VALUE ZEROS.
       01 WRK-TAB-ALUNOS.
           02 WRK-ALU-COD OCCURS 10 TIMES PIC 9(06).
       77 WRK-PNA-VINCULO      PIC X(12) VALUE SPACES.
           COPY CPFWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGC155' TO ACE-PROGRAMA.
           SET ACE-CONSULTAR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'CONSULTA DO TITULAR DE DADOS - LGPD'.
           DISPLAY '===================================='.
           DISPLAY 'CPF DO TITULAR.. '.
           PERFORM CAPTURA-CPF UNTIL WRK-CPF-CAPTURADO.
           MOVE WRK-CPF TO WRK-CPF-NUMERO.
           PERFORM VALIDA-CPF.
           IF NOT WRK-CPF-VALIDO
               DISPLAY 'CPF INVALIDO - CONSULTA NAO EXECUTADA'
               GOBACK
           END-IF.
           DISPLAY 'NOME DO TITULAR (BRANCO = SO PELO CPF).. '.
           ACCEPT WRK-NOME-INFORMADO.
           MOVE ZEROS TO WRK-NOM-QTD.
           IF WRK-NOME-INFORMADO NOT = SPACES
               MOVE WRK-NOME-INFORMADO TO WRK-NOME-ACHADO
               PERFORM ADICIONA-NOME
           END-IF.
           PERFORM LE-OPERADOR-SESSAO.
           OPEN OUTPUT RELATORIO.
           PERFORM IMPRIME-CABECALHO.
           PERFORM CONSULTA-CADASTRO.
           PERFORM CONSULTA-CLIENTES.
           PERFORM CONSULTA-ENDERECOS.
           PERFORM CONSULTA-EMPREGADOS.
           PERFORM CONSULTA-PROFESSOR.
           PERFORM CONSULTA-PENSOES.
           PERFORM CONSULTA-CONTAS.
           PERFORM CONSULTA-ALUNOS.
           PERFORM CONSULTA-RESPONSAVEL.
           PERFORM CONSULTA-ESPERA.
           PERFORM CONSULTA-AUDITORIA.
           PERFORM IMPRIME-ENCERRAMENTO.
           CLOSE RELATORIO.
           PERFORM GRAVA-AUDITORIA.
           DISPLAY 'RESPOSTA AO TITULAR GRAVADA NO RELLGPD - '
                   WRK-QTD-TOTAL ' REGISTRO(S)'.
           GOBACK.

       IMPRIME-CABECALHO.
           MOVE 'RESPOSTA AO TITULAR DE DADOS PESSOAIS' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LGPD (LEI 13.709/2018) ART. 18 - ACESSO AOS DADOS'
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DATA DA EMISSAO: ' WRK-DATA-HOJE
                  '   CPF DO TITULAR: ' WRK-CPF
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'RELACAO DOS DADOS PESSOAIS MANTIDOS SOBRE O TITULAR,'
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'POR ARQUIVO, COM A FINALIDADE DO TRATAMENTO.'
             TO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * ABRE-SECAO / FECHA-SECAO - TITULO E FINALIDADE DE
      * CADA ARQUIVO; SECAO SEM REGISTRO DIZ QUE NADA FOI
      * ENCONTRADO
      *****************************************************
       ABRE-SECAO.
           MOVE ZEROS TO WRK-QTD-SECAO.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TITULO-SECAO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FINALIDADE: ' WRK-FINALIDADE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.

       FECHA-SECAO.
           IF WRK-QTD-SECAO = 0
               MOVE '   NENHUM REGISTRO ENCONTRADO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           ADD WRK-QTD-SECAO TO WRK-QTD-TOTAL.

       ARQUIVO-AUSENTE.
           MOVE '   ARQUIVO NAO IMPLANTADO - NENHUM REGISTRO'
             TO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * CONSULTA-CADASTRO - CADASTRO DE PESSOAS (PROGCOB02)
      *****************************************************
       CONSULTA-CADASTRO.
           MOVE 'CADASTRO DE PESSOAS (CADASTRO)' TO WRK-TITULO-SECAO.
           MOVE 'IDENTIFICACAO DA PESSOA NOS SERVICOS PRESTADOS'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT CADASTRO.
           IF WRK-CADASTRO-STATUS NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LER-CADASTRO
               PERFORM CONFERE-CADASTRO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE CADASTRO
           END-IF.
           PERFORM FECHA-SECAO.

       LER-CADASTRO.
           READ CADASTRO NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-CADASTRO.
           IF CAD-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-SECAO
               MOVE SPACES TO REL-LINHA
               STRING '   CODIGO ' CAD-CODIGO ' NOME ' CAD-NOME
                      ' CPF ' CAD-CPF
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE CAD-NOME TO WRK-NOME-ACHADO
               PERFORM ADICIONA-NOME
           END-IF.
           PERFORM LER-CADASTRO.

      *****************************************************
      * CONSULTA-CLIENTES - CADASTRO DE CLIENTES
      *****************************************************
       CONSULTA-CLIENTES.
           MOVE 'CADASTRO DE CLIENTES (CLIENTE)' TO WRK-TITULO-SECAO.
           MOVE 'RELACAO COMERCIAL - VENDAS, FATURAMENTO E COBRANCA'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT CLIENTE.
           IF WRK-CLIENTE-STATUS NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LER-CLIENTE
               PERFORM CONFERE-CLIENTE UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE CLIENTE
           END-IF.
           PERFORM FECHA-SECAO.

       LER-CLIENTE.
           READ CLIENTE NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-CLIENTE.
           IF CLI-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-SECAO
               EVALUATE TRUE
                   WHEN CLI-CREDITO-OK
                       MOVE 'ATIVO' TO WRK-SITUACAO
                   WHEN CLI-CREDITO-BLOQUEADO
                       MOVE 'BLOQUEADO' TO WRK-SITUACAO
                   WHEN OTHER
                       MOVE 'INATIVO' TO WRK-SITUACAO
               END-EVALUATE
               MOVE SPACES TO REL-LINHA
               STRING '   CODIGO ' CLI-CODIGO ' NOME ' CLI-NOME
                      ' CPF ' CLI-CPF
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   ENDERECO ' CLI-ENDERECO ' ' CLI-UF
                      ' CEP ' CLI-CEP
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE CLI-LIMITE-CREDITO TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING '   SITUACAO ' WRK-SITUACAO
                      ' LIMITE DE CREDITO ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE CLI-NOME TO WRK-NOME-ACHADO
               PERFORM ADICIONA-NOME
               IF WRK-CLI-QTD < WRK-COD-MAX
                   ADD 1 TO WRK-CLI-QTD
                   MOVE CLI-CODIGO TO WRK-CLI-COD (WRK-CLI-QTD)
               END-IF
           END-IF.
           PERFORM LER-CLIENTE.

      *****************************************************
      * CONSULTA-ENDERECOS - LOCAIS DE ENTREGA (PROGCOB16
      * OPCAO 6) DE CADA CLIENTE ENCONTRADO PELO CPF
      *****************************************************
       CONSULTA-ENDERECOS.
           MOVE 'ENDERECOS DE ENTREGA DO CLIENTE (ENDENTRG)'
             TO WRK-TITULO-SECAO.
           MOVE 'ENTREGA DAS MERCADORIAS VENDIDAS AO CLIENTE'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT ENDERECOS-ENTREGA.
           IF WRK-ENDERECOS-ST NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LISTA-ENDERECOS-CLIENTE
                   VARYING WRK-IDX-COD FROM 1 BY 1
                   UNTIL WRK-IDX-COD > WRK-CLI-QTD
               CLOSE ENDERECOS-ENTREGA
           END-IF.
           PERFORM FECHA-SECAO.

       LISTA-ENDERECOS-CLIENTE.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE WRK-CLI-COD (WRK-IDX-COD) TO ENT-CLI-CODIGO.
           MOVE ZEROS TO ENT-SEQ.
           START ENDERECOS-ENTREGA KEY >= ENT-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           PERFORM LER-ENDERECO.
           PERFORM IMPRIME-ENDERECO UNTIL WRK-FIM-ARQUIVO-OK.

       LER-ENDERECO.
           IF NOT WRK-FIM-ARQUIVO-OK
               READ ENDERECOS-ENTREGA NEXT
                   AT END
                       SET WRK-FIM-ARQUIVO-OK TO TRUE
                   NOT AT END
                       IF ENT-CLI-CODIGO NOT = WRK-CLI-COD (WRK-IDX-COD)
                           SET WRK-FIM-ARQUIVO-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

       IMPRIME-ENDERECO.
           ADD 1 TO WRK-QTD-SECAO.
           IF ENT-INATIVO
               MOVE 'INATIVO' TO WRK-SITUACAO
           ELSE
               MOVE 'ATIVO' TO WRK-SITUACAO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING '   CLIENTE ' ENT-CLI-CODIGO ' LOCAL ' ENT-SEQ
                  ' CEP ' ENT-CEP ' SITUACAO ' WRK-SITUACAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '   ENDERECO ' ENT-ENDERECO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '   CONTATO ' ENT-CONTATO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM LER-ENDERECO.

      *****************************************************
      * CONSULTA-EMPREGADOS - CADASTRO DE EMPREGADOS
      *****************************************************
       CONSULTA-EMPREGADOS.
           MOVE 'CADASTRO DE EMPREGADOS (EMPREGADOS)'
             TO WRK-TITULO-SECAO.
           MOVE 'CONTRATO DE TRABALHO, FOLHA E OBRIGACOES LEGAIS'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT EMPREGADOS.
           IF WRK-EMPREGADOS-ST NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LER-EMPREGADO
               PERFORM CONFERE-EMPREGADO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE EMPREGADOS
           END-IF.
           PERFORM FECHA-SECAO.

       LER-EMPREGADO.
           READ EMPREGADOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-EMPREGADO.
           IF EMP-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-SECAO
               IF EMP-DESLIGADO
                   MOVE 'DESLIGADO' TO WRK-SITUACAO
               ELSE
                   MOVE 'ATIVO' TO WRK-SITUACAO
               END-IF
               MOVE SPACES TO REL-LINHA
               STRING '   MATRICULA ' EMP-MATRICULA ' NOME ' EMP-NOME
                      ' CPF ' EMP-CPF
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   ADMISSAO ' EMP-DATA-ADMISSAO
                      ' SITUACAO ' WRK-SITUACAO
                      ' DESLIGAMENTO ' EMP-DATA-DESLIGAMENTO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE EMP-SALARIO-BASE TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING '   SALARIO BASE ' WRK-VALOR-ED
                      ' DEPENDENTES ' EMP-QTD-DEPENDENTES
                      ' BANCO ' EMP-BANCO ' AG ' EMP-AGENCIA
                      ' CONTA ' EMP-CONTA '-' EMP-CONTA-DV
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE EMP-NOME TO WRK-NOME-ACHADO
               PERFORM ADICIONA-NOME
               IF WRK-MAT-QTD < WRK-COD-MAX
                   ADD 1 TO WRK-MAT-QTD
                   MOVE EMP-MATRICULA TO WRK-MAT-COD (WRK-MAT-QTD)
               END-IF
           END-IF.
           PERFORM LER-EMPREGADO.

      *****************************************************
      * CONSULTA-PROFESSOR - CADASTRO DE PROFESSORES
      * (PROGC143) LIGADO A MATRICULA DO EMPREGADO
      * ENCONTRADO PELO CPF
      *****************************************************
       CONSULTA-PROFESSOR.
           MOVE 'CADASTRO DE PROFESSORES (PROFESSO)'
             TO WRK-TITULO-SECAO.
           MOVE 'ATRIBUICAO DE AULAS E PAGAMENTO DA HORA-AULA'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT PROFESSORES.
           IF WRK-PROFESSORES-ST NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LER-PROFESSOR
               PERFORM CONFERE-PROFESSOR UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE PROFESSORES
           END-IF.
           PERFORM FECHA-SECAO.

       LER-PROFESSOR.
           READ PROFESSORES NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-PROFESSOR.
           MOVE 'N' TO WRK-COD-ACHOU-SW.
           PERFORM COMPARA-MATRICULA
               VARYING WRK-IDX-COD FROM 1 BY 1
               UNTIL WRK-IDX-COD > WRK-MAT-QTD
                  OR WRK-COD-ACHOU.
           IF WRK-COD-ACHOU
               ADD 1 TO WRK-QTD-SECAO
               IF PRF-INATIVO
                   MOVE 'INATIVO' TO WRK-SITUACAO
               ELSE
                   MOVE 'ATIVO' TO WRK-SITUACAO
               END-IF
               MOVE PRF-VALOR-AULA TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING '   PROFESSOR ' PRF-CODIGO ' NOME ' PRF-NOME
                      ' MATRICULA ' PRF-MATRICULA
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   HORA-AULA ' WRK-VALOR-ED
                      ' SITUACAO ' WRK-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-PROFESSOR.

       COMPARA-MATRICULA.
           IF WRK-MAT-COD (WRK-IDX-COD) = PRF-MATRICULA
               SET WRK-COD-ACHOU TO TRUE
           END-IF.

      *****************************************************
      * CONSULTA-PENSOES - ORDENS DE PENSAO ALIMENTICIA
      * (PROGC140) EM QUE O TITULAR E O BENEFICIARIO (PELO
      * CPF) OU O EMPREGADO QUE PAGA (PELA MATRICULA)
      *****************************************************
       CONSULTA-PENSOES.
           MOVE 'PENSAO ALIMENTICIA (PENSALIM)' TO WRK-TITULO-SECAO.
           MOVE 'CUMPRIMENTO DE ORDEM JUDICIAL DE DESCONTO EM FOLHA'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT PENSOES.
           IF WRK-PENSOES-ST NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LER-PENSAO
               PERFORM CONFERE-PENSAO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE PENSOES
           END-IF.
           PERFORM FECHA-SECAO.

       LER-PENSAO.
           READ PENSOES NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-PENSAO.
           MOVE SPACES TO WRK-PNA-VINCULO.
           MOVE 'N' TO WRK-COD-ACHOU-SW.
           PERFORM COMPARA-MATRICULA-PENSAO
               VARYING WRK-IDX-COD FROM 1 BY 1
               UNTIL WRK-IDX-COD > WRK-MAT-QTD
                  OR WRK-COD-ACHOU.
           IF WRK-COD-ACHOU
               MOVE 'EMPREGADO' TO WRK-PNA-VINCULO
           END-IF.
           IF PNA-BENEF-CPF = WRK-CPF
               MOVE 'BENEFICIARIO' TO WRK-PNA-VINCULO
               MOVE PNA-BENEF-NOME TO WRK-NOME-ACHADO
               PERFORM ADICIONA-NOME
           END-IF.
           IF WRK-PNA-VINCULO NOT = SPACES
               ADD 1 TO WRK-QTD-SECAO
               IF PNA-ENCERRADA
                   MOVE 'ENCERRADA' TO WRK-SITUACAO
               ELSE
                   MOVE 'ATIVA' TO WRK-SITUACAO
               END-IF
               MOVE SPACES TO REL-LINHA
               STRING '   MATRICULA ' PNA-MATRICULA ' ORDEM ' PNA-SEQ
                      ' PROCESSO ' PNA-PROCESSO
                      ' TITULAR COMO ' WRK-PNA-VINCULO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   BENEFICIARIO ' PNA-BENEF-NOME
                      ' CPF ' PNA-BENEF-CPF
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   BANCO ' PNA-BANCO ' AG ' PNA-AGENCIA
                      ' CONTA ' PNA-CONTA '-' PNA-CONTA-DV
                      ' INICIO ' PNA-DATA-INICIO
                      ' SITUACAO ' WRK-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-PENSAO.

       COMPARA-MATRICULA-PENSAO.
           IF WRK-MAT-COD (WRK-IDX-COD) = PNA-MATRICULA
               SET WRK-COD-ACHOU TO TRUE
           END-IF.

      *****************************************************
      * CONSULTA-CONTAS - TITULAR DE CONTA (PROGC149)
      *****************************************************
       CONSULTA-CONTAS.
           MOVE 'CADASTRO DE CONTAS (CONTAS)' TO WRK-TITULO-SECAO.
           MOVE 'TITULARIDADE DE CONTA E MOVIMENTACAO FINANCEIRA'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT CONTAS.
           IF WRK-CONTAS-ST NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LER-CONTA
               PERFORM CONFERE-CONTA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE CONTAS
           END-IF.
           PERFORM FECHA-SECAO.

       LER-CONTA.
           READ CONTAS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-CONTA.
           IF CTA-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-SECAO
               MOVE SPACES TO REL-LINHA
               STRING '   CONTA ' CTA-NUMERO ' PESSOA ' CTA-CAD-CODIGO
                      ' TIPO ' CTA-TIPO ' ABERTURA ' CTA-DATA-ABERTURA
                      ' SITUACAO ' CTA-STATUS
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-CONTA.

      *****************************************************
      * CONSULTA-ALUNOS - O TITULAR COMO ALUNO (PELO CPF)
      *****************************************************
       CONSULTA-ALUNOS.
           MOVE 'CADASTRO DE ALUNOS (ALUNOS) - COMO ALUNO'
             TO WRK-TITULO-SECAO.
           MOVE 'MATRICULA, VIDA ESCOLAR E CENSO ESCOLAR'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT ALUNOS.
           IF WRK-ALUNOS-STATUS NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LER-ALUNO
               PERFORM CONFERE-ALUNO UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE ALUNOS
           END-IF.
           PERFORM FECHA-SECAO.

       LER-ALUNO.
           READ ALUNOS NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-ALUNO.
           IF ALU-CPF = WRK-CPF
               ADD 1 TO WRK-QTD-SECAO
               IF ALU-INATIVO
                   MOVE 'INATIVO' TO WRK-SITUACAO
               ELSE
                   MOVE 'ATIVO' TO WRK-SITUACAO
               END-IF
               MOVE SPACES TO REL-LINHA
               STRING '   MATRICULA ' ALU-MATRICULA ' NOME ' ALU-NOME
                      ' CPF ' ALU-CPF
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   NASCIMENTO ' ALU-DATA-NASC ' SEXO ' ALU-SEXO
                      ' TURMA ' ALU-TURMA ' CURSO ' ALU-CURSO
                      ' SITUACAO ' WRK-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               PERFORM IMPRIME-RESPONSAVEL
               MOVE ALU-NOME TO WRK-NOME-ACHADO
               PERFORM ADICIONA-NOME
               IF WRK-ALU-QTD < WRK-COD-MAX
                   ADD 1 TO WRK-ALU-QTD
                   MOVE ALU-MATRICULA TO WRK-ALU-COD (WRK-ALU-QTD)
               END-IF
           END-IF.
           PERFORM LER-ALUNO.

       IMPRIME-RESPONSAVEL.
           MOVE SPACES TO REL-LINHA.
           STRING '   RESPONSAVEL ' ALU-RESP-NOME
                  ' FONE ' ALU-RESP-FONE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING '   ENDERECO DO RESPONSAVEL ' ALU-RESP-ENDERECO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.

      *****************************************************
      * CONSULTA-RESPONSAVEL - O TITULAR COMO RESPONSAVEL DE
      * ALUNO; O ARQUIVO NAO GUARDA O CPF DO RESPONSAVEL,
      * ENTAO A BUSCA E PELOS NOMES DO TITULAR
      *****************************************************
       CONSULTA-RESPONSAVEL.
           MOVE 'CADASTRO DE ALUNOS (ALUNOS) - COMO RESPONSAVEL'
             TO WRK-TITULO-SECAO.
           MOVE 'CONTATO DO RESPONSAVEL PELO ALUNO E COBRANCA'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           IF WRK-NOM-QTD = 0
               MOVE '   SEM NOME DO TITULAR PARA A BUSCA' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               OPEN INPUT ALUNOS
               IF WRK-ALUNOS-STATUS NOT = '00'
                   PERFORM ARQUIVO-AUSENTE
               ELSE
                   PERFORM LER-ALUNO
                   PERFORM CONFERE-RESPONSAVEL
                       UNTIL WRK-FIM-ARQUIVO-OK
                   CLOSE ALUNOS
               END-IF
           END-IF.
           PERFORM FECHA-SECAO.

       CONFERE-RESPONSAVEL.
           MOVE ALU-RESP-NOME TO WRK-NOME-ACHADO.
           PERFORM PROCURA-NOME.
           IF WRK-NOM-ACHOU AND ALU-RESP-NOME NOT = SPACES
               ADD 1 TO WRK-QTD-SECAO
               MOVE SPACES TO REL-LINHA
               STRING '   ALUNO ' ALU-MATRICULA ' ' ALU-NOME
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               PERFORM IMPRIME-RESPONSAVEL
           END-IF.
           PERFORM LER-ALUNO.

      *****************************************************
      * CONSULTA-ESPERA - LISTA DE ESPERA POR VAGA
      * (PROGC147): PELA MATRICULA DO ALUNO ENCONTRADO PELO
      * CPF OU, COMO NO RESPONSAVEL DE ALUNO, PELOS NOMES DO
      * TITULAR NO CANDIDATO OU NO RESPONSAVEL (O ARQUIVO
      * NAO GUARDA CPF)
      *****************************************************
       CONSULTA-ESPERA.
           MOVE 'LISTA DE ESPERA POR VAGA (ESPERA)'
             TO WRK-TITULO-SECAO.
           MOVE 'CHAMADA PARA MATRICULA QUANDO HOUVER VAGA'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT ESPERA.
           IF WRK-ESPERA-ST NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LER-ESPERA
               PERFORM CONFERE-ESPERA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE ESPERA
           END-IF.
           PERFORM FECHA-SECAO.

       LER-ESPERA.
           READ ESPERA NEXT
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-ESPERA.
           MOVE 'N' TO WRK-COD-ACHOU-SW.
           IF ESP-MATRICULA > 0
               PERFORM COMPARA-MATRICULA-ESPERA
                   VARYING WRK-IDX-COD FROM 1 BY 1
                   UNTIL WRK-IDX-COD > WRK-ALU-QTD
                      OR WRK-COD-ACHOU
           END-IF.
           IF NOT WRK-COD-ACHOU AND ESP-NOME NOT = SPACES
               MOVE ESP-NOME TO WRK-NOME-ACHADO
               PERFORM PROCURA-NOME
               IF WRK-NOM-ACHOU
                   SET WRK-COD-ACHOU TO TRUE
               END-IF
           END-IF.
           IF NOT WRK-COD-ACHOU AND ESP-RESP-NOME NOT = SPACES
               MOVE ESP-RESP-NOME TO WRK-NOME-ACHADO
               PERFORM PROCURA-NOME
               IF WRK-NOM-ACHOU
                   SET WRK-COD-ACHOU TO TRUE
               END-IF
           END-IF.
           IF WRK-COD-ACHOU
               ADD 1 TO WRK-QTD-SECAO
               IF ESP-CHAMADO
                   MOVE 'CHAMADO' TO WRK-SITUACAO
               ELSE
                   MOVE 'AGUARDANDO' TO WRK-SITUACAO
               END-IF
               MOVE SPACES TO REL-LINHA
               STRING '   ANO ' ESP-ANO ' CURSO ' ESP-CURSO
                      ' SERIE ' ESP-SERIE ' INSCRICAO ' ESP-SEQ
                      ' EM ' ESP-DATA-INSCRICAO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   CANDIDATO ' ESP-NOME
                      ' MATRICULA ' ESP-MATRICULA
                      ' ' WRK-SITUACAO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   RESPONSAVEL ' ESP-RESP-NOME
                      ' FONE ' ESP-RESP-FONE
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING '   ENDERECO DO RESPONSAVEL ' ESP-RESP-ENDERECO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-ESPERA.

       COMPARA-MATRICULA-ESPERA.
           IF WRK-ALU-COD (WRK-IDX-COD) = ESP-MATRICULA
               SET WRK-COD-ACHOU TO TRUE
           END-IF.

      *****************************************************
      * CONSULTA-AUDITORIA - REGISTROS DA TRILHA CUJO
      * DETALHE CITA O CPF OU UM DOS NOMES DO TITULAR
      *****************************************************
       CONSULTA-AUDITORIA.
           MOVE 'TRILHA DE AUDITORIA (AUDITORIA)' TO WRK-TITULO-SECAO.
           MOVE 'OBRIGACAO LEGAL - REGISTRO DAS OPERACOES DO SISTEMA'
             TO WRK-FINALIDADE.
           PERFORM ABRE-SECAO.
           OPEN INPUT AUDITORIA.
           IF WRK-AUDITORIA-STATUS NOT = '00'
               PERFORM ARQUIVO-AUSENTE
           ELSE
               PERFORM LER-AUDITORIA
               PERFORM CONFERE-AUDITORIA UNTIL WRK-FIM-ARQUIVO-OK
               CLOSE AUDITORIA
           END-IF.
           PERFORM FECHA-SECAO.

       LER-AUDITORIA.
           READ AUDITORIA
               AT END
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-READ.

       CONFERE-AUDITORIA.
           MOVE ZEROS TO WRK-QTD-OCORRE.
           INSPECT AUD-DETALHE TALLYING WRK-QTD-OCORRE
               FOR ALL WRK-CPF-X.
           PERFORM CONFERE-NOME-AUDITORIA
               VARYING WRK-IDX-NOM FROM 1 BY 1
               UNTIL WRK-IDX-NOM > WRK-NOM-QTD.
           IF WRK-QTD-OCORRE > 0
               ADD 1 TO WRK-QTD-SECAO
               MOVE SPACES TO REL-LINHA
               STRING '   ' AUD-DATA ' ' AUD-PROGRAMA ' ' AUD-DETALHE
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM LER-AUDITORIA.

       CONFERE-NOME-AUDITORIA.
           IF WRK-NOM-TAM (WRK-IDX-NOM) NOT < 5
               INSPECT AUD-DETALHE TALLYING WRK-QTD-OCORRE
                   FOR ALL WRK-NOM-NOME (WRK-IDX-NOM)
                               (1:WRK-NOM-TAM (WRK-IDX-NOM))
           END-IF.

      *****************************************************
      * ADICIONA-NOME / PROCURA-NOME - TABELA DOS NOMES DO
      * TITULAR, SEM REPETICAO
      *****************************************************
       ADICIONA-NOME.
           PERFORM PROCURA-NOME.
           IF NOT WRK-NOM-ACHOU
              AND WRK-NOME-ACHADO NOT = SPACES
              AND WRK-NOM-QTD < WRK-NOM-MAX
               ADD 1 TO WRK-NOM-QTD
               MOVE WRK-NOME-ACHADO TO WRK-NOM-NOME (WRK-NOM-QTD)
               PERFORM ACHA-FIM-NOME
                   VARYING WRK-IDX-POS FROM 30 BY -1
                   UNTIL WRK-IDX-POS < 1
                      OR WRK-NOME-ACHADO (WRK-IDX-POS:1) NOT = SPACE
               MOVE WRK-IDX-POS TO WRK-NOM-TAM (WRK-NOM-QTD)
           END-IF.

       ACHA-FIM-NOME.
           CONTINUE.

       PROCURA-NOME.
           MOVE 'N' TO WRK-NOM-ACHOU-SW.
           PERFORM COMPARA-NOME
               VARYING WRK-IDX-NOM FROM 1 BY 1
               UNTIL WRK-IDX-NOM > WRK-NOM-QTD
                  OR WRK-NOM-ACHOU.

       COMPARA-NOME.
           IF WRK-NOM-NOME (WRK-IDX-NOM) = WRK-NOME-ACHADO
               SET WRK-NOM-ACHOU TO TRUE
           END-IF.

       IMPRIME-ENCERRAMENTO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ALL '=' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-TOTAL TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DE REGISTROS LOCALIZADOS: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'OS REGISTROS DA TRILHA DE AUDITORIA SAO MANTIDOS POR '
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'OBRIGACAO LEGAL E NAO SAO ALTERADOS NEM EXCLUIDOS.'
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'OS DADOS DE PESSOA INATIVA SAO ANONIMIZADOS APOS O '
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PRAZO LEGAL DE GUARDA, PRESERVADO O HISTORICO '
             TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'FINANCEIRO.' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMITIDO POR: ' WRK-USUARIO
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
           MOVE 'PROGC155' TO AUD-PROGRAMA.
           MOVE WRK-USUARIO TO AUD-USUARIO.
           MOVE SPACES TO AUD-DETALHE.
           STRING 'CONSULTA DO TITULAR LGPD REGISTROS='
               WRK-QTD-TOTAL
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.

           COPY VALIDNUM REPLACING
               VALIDNUM-PARAGRAFO BY CAPTURA-CPF
               VALIDNUM-CAMPO     BY WRK-CPF
               VALIDNUM-CHAVE-SW  BY WRK-CPF-CAPT-SW.

           COPY VALIDCPF.
