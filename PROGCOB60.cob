      * PERCENTUAL DE COMISSAO ALIMENTA A LIQUIDACAO
      * MENSAL DO PROGCOB61
      * DATA 2026-09-02
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA E POR ACAO EM CADA OPCAO
      * (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-COMISSAO-SW PIC X(01) VALUE 'N'.
           88 WRK-COMISSAO-VALIDA VALUE 'S'.
       77 WRK-DETALHE    PIC X(30) VALUE SPACES.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB60' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O VENDEDORES.
           IF WRK-VENDEDORES-ST NOT = '00'
               CLOSE VENDEDORES
           DISPLAY '===================================='.
           DISPLAY 'OPCAO.. '.
           PERFORM CAPTURA-OPCAO UNTIL WRK-OPCAO-VALIDO.
           PERFORM VERIFICA-ACAO-OPCAO.
           IF ACE-NEGADO
               CLOSE VENDEDORES
               GOBACK
           END-IF.
           DISPLAY 'CODIGO DO VENDEDOR.. '.
           PERFORM CAPTURA-VENDEDOR UNTIL WRK-VENDEDOR-VALIDO.
           MOVE WRK-VENDEDOR TO VEN-CODIGO.
           CLOSE VENDEDORES.
           GOBACK.

      *****************************************************
      * VERIFICA-ACAO-OPCAO - CADA OPCAO CONFERE NO MODULO
      * DE ACESSO (PROGC153) A ACAO QUE EXECUTA; OPCAO FORA
      * DA LISTA SEGUE PARA A CRITICA DE OPCAO INVALIDA
      *****************************************************
       VERIFICA-ACAO-OPCAO.
           EVALUATE WRK-OPCAO
               WHEN 1
                   SET ACE-INCLUIR TO TRUE
               WHEN 2
                   SET ACE-ALTERAR TO TRUE
               WHEN 3
                   SET ACE-EXCLUIR TO TRUE
               WHEN OTHER
                   SET ACE-ACESSO TO TRUE
           END-EVALUATE.
           CALL 'PROGC153' USING ACE-PARAMETROS.

       INCLUI-VENDEDOR.
           IF WRK-VEN-ENCONTRADO
               DISPLAY 'VENDEDOR JA CADASTRADO'
           MOVE WRK-USUARIO TO AUD-USUARIO.
           STRING WRK-DETALHE ' VENDEDOR=' WRK-VENDEDOR
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
