      * KARDEX E MARCA A CONTAGEM COMO AJUSTADA - NADA
      * MAIS DE ACERTO DIRETO NO ARQUIVO
      * DATA 2026-09-02
      * 2026-10-15 LC  MOVIMENTO DO KARDEX VALORIZADO AO
      * CUSTO MEDIO DO ESTOQUE (KDX-CUSTO-UNIT E
      * KDX-CUSTO-MEDIO)
      * 2026-10-15 LC  A CONTAGEM E CONFRONTADA E AJUSTADA
      * CONTRA O SALDO DO MESMO DEPOSITO; O RELATORIO E O
      * KARDEX MOSTRAM O DEPOSITO
      * 2026-10-15 LC  A DIFERENCA DA CONTAGEM AJUSTA SO O
      * SALDO SEM LOTE E O KARDEX GRAVA O LOTE EM BRANCO
      * 2026-10-15 LC  REGISTRO DE ESTOQUE NOVO NASCE COM
      * RESERVA DE ORCAMENTO ZERADA
      * 2026-10-15 LC  ESTOQUE CRIADO COM QUANTIDADE DE
      * REPOSICAO ZERO (ETQ-QTD-REPOSICAO)
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CONTAGEM ASSIGN TO "CONTAGEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTG-CHAVE
               FILE STATUS IS WRK-CONTAGEM-STATUS.
           SELECT ESTOQUE ASSIGN TO "ESTOQUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ETQ-CHAVE
               FILE STATUS IS WRK-ESTOQUE-STATUS.
           SELECT PRODUTO-TAB ASSIGN TO "PRODUTOS"
               ORGANIZATION IS INDEXED
       77 WRK-DIF-ED           PIC -ZZZ.ZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB69' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY '===================================='.
           DISPLAY 'INVENTARIO - DIVERGENCIA E AJUSTE'.
           DISPLAY '1-RELATORIO DE DIVERGENCIAS'.
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O CONTAGEM.
           IF WRK-CONTAGEM-STATUS NOT = '00'
               DISPLAY 'SEM CONTAGEM DIGITADA - EXECUTE O '
           MOVE ALL '-' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO CTG-PROD-CODIGO.
           MOVE ZEROS TO CTG-DEPOSITO.
           START CONTAGEM KEY >= CTG-CHAVE
               INVALID KEY
                   SET WRK-FIM-ARQUIVO-OK TO TRUE
           END-START.
           DISPLAY 'RELATORIO GERADO EM RELINVEN'.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   SET ACE-CONSULTAR TO TRUE
               WHEN 2
                   SET ACE-ALTERAR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       CAPTURA-MOTIVO.
           ACCEPT WRK-MOTIVO.
           EVALUATE WRK-MOTIVO

       APURA-DIVERGENCIA.
           MOVE CTG-PROD-CODIGO TO ETQ-PROD-CODIGO.
           MOVE CTG-DEPOSITO    TO ETQ-DEPOSITO.
           READ ESTOQUE
               INVALID KEY
                   MOVE ZEROS TO WRK-SALDO-LIVRO
           MOVE WRK-VALOR-DIF TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUTO ' CTG-PROD-CODIGO
                  ' DEP ' CTG-DEPOSITO
                  ' ' PRD-DESCRICAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
      *****************************************************
       AJUSTA-SALDO.
           MOVE CTG-PROD-CODIGO TO ETQ-PROD-CODIGO.
           MOVE CTG-DEPOSITO    TO ETQ-DEPOSITO.
           READ ESTOQUE
               INVALID KEY
                   MOVE CTG-PROD-CODIGO TO ETQ-PROD-CODIGO
                   MOVE CTG-DEPOSITO    TO ETQ-DEPOSITO
                   MOVE CTG-QTD-CONTADA TO ETQ-SALDO
                   MOVE ZEROS           TO ETQ-MINIMO
                   MOVE ZEROS           TO ETQ-CUSTO-MEDIO
                   MOVE ZEROS           TO ETQ-RESERVADO
                   MOVE ZEROS           TO ETQ-QTD-REPOSICAO
                   WRITE ETQ-REGISTRO
               NOT INVALID KEY
                   MOVE CTG-QTD-CONTADA TO ETQ-SALDO
               COMPUTE WRK-DIF-ABS = 0 - WRK-DIFERENCA
           END-IF.
           MOVE ETQ-PROD-CODIGO TO KDX-PROD-CODIGO.
           MOVE ETQ-DEPOSITO    TO KDX-DEPOSITO.
           ACCEPT KDX-DATA FROM DATE YYYYMMDD.
           ACCEPT KDX-HORA FROM TIME.
           MOVE WRK-DIF-ABS TO KDX-QUANTIDADE.
               DELIMITED BY SIZE INTO KDX-DOCUMENTO.
           MOVE 'PROGCOB69' TO KDX-ORIGEM.
           MOVE ETQ-SALDO TO KDX-SALDO-APOS.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-UNIT.
           MOVE ETQ-CUSTO-MEDIO TO KDX-CUSTO-MEDIO.
           MOVE SPACES TO KDX-LOTE.
           OPEN EXTEND KARDEX.
           WRITE KDX-REGISTRO.
           CLOSE KARDEX.
           STRING 'AJUSTE INVENTARIO MOTIVO=' WRK-MOTIVO
               ' PRODUTOS=' WRK-QTD-AJUSTADAS
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
