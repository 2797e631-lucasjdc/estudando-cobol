      * DADOS DO CLIENTE, ITENS DO ARQUIVO ITPEDIDO, FRETE,
      * ICMS E TOTAIS
      * DATA 2026-08-22
      * 2026-10-15 LC  CADA ITEM MOSTRA O NCM E O IPI, O PIS E O
      * COFINS COM AS ALIQUOTAS APLICADAS, E O RODAPE TRAZ OS
      * TOTAIS DE CADA TRIBUTO
      * 2026-10-15 LC  O CABECALHO TRAZ O NUMERO DO PEDIDO DO
      * CLIENTE QUANDO O PEDIDO VEIO DA IMPORTACAO (PROGC121)
      * 2026-10-15 LC  O CABECALHO TRAZ O LOCAL DE ENTREGA
      * GRAVADO NO PEDIDO (ENDERECO, CEP E CONTATO) QUANDO
      * ELE DIFERE DO ENDERECO DO CADASTRO
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA)
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-TOTAL-VALOR      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-FRETE      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-ICMS       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-IPI        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-PIS        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-COFINS     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ED         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FRETE-ED         PIC $Z.ZZ9,99 VALUE ZEROS.
       77 WRK-ICMS-ED          PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-IPI-ED           PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PIS-ED           PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COFINS-ED        PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED         PIC $Z.ZZZ.ZZ9,99 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB19' TO ACE-PROGRAMA.
           SET ACE-ACESSO TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           OPEN INPUT STATUS-PEDIDO.
           OPEN INPUT CLIENTE.
           OPEN INPUT ITENS-PEDIDO.
           STRING 'UF ' CLI-UF '   CEP ' CLI-CEP
               DELIMITED BY SIZE INTO NTF-LINHA.
           WRITE NTF-LINHA.
           IF STP-ENT-ENDERECO NOT = SPACES
              AND STP-ENT-SEQ IS NUMERIC AND STP-ENT-SEQ > 0
               MOVE SPACES TO NTF-LINHA
               STRING 'LOCAL DE ENTREGA ' STP-ENT-ENDERECO
                   DELIMITED BY SIZE INTO NTF-LINHA
               WRITE NTF-LINHA
               MOVE SPACES TO NTF-LINHA
               STRING 'CEP ENTREGA ' STP-ENT-CEP
                      '   CONTATO ' STP-ENT-CONTATO
                   DELIMITED BY SIZE INTO NTF-LINHA
               WRITE NTF-LINHA
           END-IF.
           IF STP-PEDIDO-CLIENTE NOT = SPACES
               MOVE SPACES TO NTF-LINHA
               STRING 'SEU PEDIDO ' STP-PEDIDO-CLIENTE
                   DELIMITED BY SIZE INTO NTF-LINHA
               WRITE NTF-LINHA
           END-IF.
           MOVE ALL '-' TO NTF-LINHA.
           WRITE NTF-LINHA.

           ADD ITP-VALOR TO WRK-TOTAL-VALOR.
           ADD ITP-FRETE TO WRK-TOTAL-FRETE.
           ADD ITP-ICMS  TO WRK-TOTAL-ICMS.
           ADD ITP-IPI    TO WRK-TOTAL-IPI.
           ADD ITP-PIS    TO WRK-TOTAL-PIS.
           ADD ITP-COFINS TO WRK-TOTAL-COFINS.
           MOVE ITP-VALOR TO WRK-VALOR-ED.
           MOVE ITP-FRETE TO WRK-FRETE-ED.
           MOVE ITP-ICMS  TO WRK-ICMS-ED.
           MOVE ITP-IPI    TO WRK-IPI-ED.
           MOVE ITP-PIS    TO WRK-PIS-ED.
           MOVE ITP-COFINS TO WRK-COFINS-ED.
           MOVE SPACES TO NTF-LINHA.
           STRING ITP-ITEM-SEQ ' ' ITP-DESCRICAO
                  ' QTD ' ITP-QUANTIDADE
           WRITE NTF-LINHA.
           MOVE SPACES TO NTF-LINHA.
           STRING '   ICMS (' ITP-ICMS-PERC '%) ' WRK-ICMS-ED
                  '   IPI (' ITP-IPI-PERC '%) ' WRK-IPI-ED
               DELIMITED BY SIZE INTO NTF-LINHA.
           WRITE NTF-LINHA.
           MOVE SPACES TO NTF-LINHA.
           STRING '   NCM ' ITP-NCM
                  ' PIS (' ITP-PIS-PERC '%) ' WRK-PIS-ED
                  ' COFINS (' ITP-COFINS-PERC '%) ' WRK-COFINS-ED
               DELIMITED BY SIZE INTO NTF-LINHA.
           WRITE NTF-LINHA.
           PERFORM LER-ITEM.
           STRING 'TOTAL DO ICMS......... ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO NTF-LINHA.
           WRITE NTF-LINHA.
           MOVE WRK-TOTAL-IPI TO WRK-TOTAL-ED.
           MOVE SPACES TO NTF-LINHA.
           STRING 'TOTAL DO IPI.......... ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO NTF-LINHA.
           WRITE NTF-LINHA.
           MOVE WRK-TOTAL-PIS TO WRK-TOTAL-ED.
           MOVE SPACES TO NTF-LINHA.
           STRING 'TOTAL DO PIS.......... ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO NTF-LINHA.
           WRITE NTF-LINHA.
           MOVE WRK-TOTAL-COFINS TO WRK-TOTAL-ED.
           MOVE SPACES TO NTF-LINHA.
           STRING 'TOTAL DO COFINS....... ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO NTF-LINHA.
           WRITE NTF-LINHA.
           COMPUTE WRK-TOTAL-VALOR =
               WRK-TOTAL-VALOR + WRK-TOTAL-FRETE.
           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-ED.
