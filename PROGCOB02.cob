      * 2026-08-22 LC  CAPTURA DO CPF COM CRITICA DE
      * DIGITO VERIFICADOR (VALIDCPF) E VERIFICACAO DE
      * UNICIDADE NO ARQUIVO
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-FIM-ARQUIVO PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-OK VALUE 'S'.
           COPY CPFWRK.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB02' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN I-O CADASTRO.
           OPEN I-O CAD-CONTROLE.
           PERFORM CAPTURA-NOME UNTIL WRK-NOME-VALIDO.
           STRING 'CADASTRO ID=' WRK-CODIGO-PESSOA
               ' NOME=' WRK-NOME
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
