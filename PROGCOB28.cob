      * 2026-09-02 LC  A LEITURA POSICIONA PELA CHAVE
      * ALTERNATIVA DE DATA (ITP-DATA) E LE SO OS ITENS DO
      * DIA, EM VEZ DE VARRER O ITPEDIDO INTEIRO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-FRETE-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ICMS-ED          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RANK-ED          PIC Z9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB28' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT ITENS-PEDIDO.
           OPEN INPUT STATUS-PEDIDO.
           OPEN INPUT CLIENTE.
