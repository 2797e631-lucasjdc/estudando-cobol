      * COM TRAILER DE CONTAGENS E SOMA; NF CANCELADA NAO
      * E EXPORTADA
      * DATA 2026-09-02
      * 2026-10-15 LC  DETALHE DO ITEM LEVA O NCM E OS VALORES
      * DE IPI, PIS E COFINS (EXPNFREG)
      * 2026-10-15 LC  CADA NF SAI COM O REGISTRO DE LOCAL DE
      * ENTREGA (TIPO 2) APOS O HEADER - O GRAVADO NO PEDIDO
      * OU, NA FALTA DELE, O ENDERECO DO CADASTRO
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTD-CANCELADAS   PIC 9(06) VALUE ZEROS.
       77 WRK-SOMA-VALOR       PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB71' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY '===================================='.
           DISPLAY 'EXPORTACAO DE NF PARA A CONTABILIDADE'.
               INVALID KEY
                   MOVE ZEROS TO STP-CLI-CODIGO
                   MOVE '1' TO STP-STATUS
                   MOVE SPACES TO STP-ENT-ENDERECO
           END-READ.
           IF STP-CANCELADO
               ADD 1 TO WRK-QTD-CANCELADAS
               INVALID KEY
                   MOVE 'CLIENTE SEM CADASTRO' TO CLI-NOME
                   MOVE SPACES TO CLI-UF
                   MOVE SPACES TO CLI-ENDERECO
                   MOVE ZEROS  TO CLI-CEP
           END-READ.
           MOVE SPACES TO XNF-HEADER.
           MOVE '0' TO XNF-H-TIPO.
           MOVE CLI-NOME        TO XNF-H-CLI-NOME.
           MOVE CLI-UF          TO XNF-H-UF.
           WRITE XNF-HEADER.
           PERFORM GRAVA-ENTREGA-NF.

      *****************************************************
      * GRAVA-ENTREGA-NF - LOCAL DE ENTREGA DO PEDIDO; NF
      * SEM LOCAL GRAVADO SAI COM O ENDERECO DO CADASTRO
      *****************************************************
       GRAVA-ENTREGA-NF.
           MOVE SPACES TO XNF-ENTREGA.
           MOVE '2' TO XNF-E-TIPO.
           MOVE WRK-NF-CORRENTE TO XNF-E-NUM-NF.
           IF STP-ENT-ENDERECO NOT = SPACES
              AND STP-ENT-SEQ IS NUMERIC
               MOVE STP-ENT-SEQ      TO XNF-E-SEQ
               MOVE STP-ENT-ENDERECO TO XNF-E-ENDERECO
               MOVE STP-ENT-CEP      TO XNF-E-CEP
           ELSE
               MOVE ZEROS        TO XNF-E-SEQ
               MOVE CLI-ENDERECO TO XNF-E-ENDERECO
               MOVE CLI-CEP      TO XNF-E-CEP
           END-IF.
           WRITE XNF-ENTREGA.

       GRAVA-DETALHES-NF.
           MOVE 'N' TO WRK-FIM-ITENS.
           MOVE ITP-VALOR       TO XNF-D-VALOR.
           MOVE ITP-FRETE       TO XNF-D-FRETE.
           MOVE ITP-ICMS        TO XNF-D-ICMS.
           MOVE ITP-NCM         TO XNF-D-NCM.
           MOVE ITP-IPI         TO XNF-D-IPI.
           MOVE ITP-PIS         TO XNF-D-PIS.
           MOVE ITP-COFINS      TO XNF-D-COFINS.
           WRITE XNF-DETALHE.
           ADD 1 TO WRK-QTD-ITENS-EXP.
           ADD ITP-VALOR TO WRK-SOMA-VALOR.
               ' NFS=' WRK-QTD-EXPORTADAS
               ' ITENS=' WRK-QTD-ITENS-EXP
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
