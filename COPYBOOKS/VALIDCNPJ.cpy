      *****************************************************
      * VALIDCNPJ.CPY
      * ROTINA COMPARTILHADA DE CRITICA DE CNPJ, NO ESPIRITO
      * DA VALIDCPF - VALIDA OS DOIS DIGITOS VERIFICADORES
      * (PESOS 5..2,9..2 E 6..2,9..2, RESTO MODULO 11,
      * RESTO MENOR QUE 2 VALE ZERO, SENAO 11 MENOS O
      * RESTO) E REJEITA AS SEQUENCIAS DE DIGITOS REPETIDOS.
      * USAR COM A AREA DE TRABALHO CNPJWRK: MOVER O CNPJ
      * PARA WRK-CNPJ-NUMERO, EXECUTAR VALIDA-CNPJ E TESTAR
      * O SWITCH WRK-CNPJ-VALIDO (UMA COPIA POR PROGRAMA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       VALIDA-CNPJ.
           MOVE 'N' TO WRK-CNPJ-SW.
           PERFORM VERIFICA-CNPJ-REPETIDO.
           IF WRK-CNPJ-IGUAIS = 'N'
               PERFORM CALCULA-CNPJ-DV1
               PERFORM CALCULA-CNPJ-DV2
               IF WRK-CNPJ-DV1 = WRK-CNPJ-DIG (13)
                  AND WRK-CNPJ-DV2 = WRK-CNPJ-DIG (14)
                   MOVE 'S' TO WRK-CNPJ-SW
               END-IF
           END-IF.

       VERIFICA-CNPJ-REPETIDO.
           MOVE 'S' TO WRK-CNPJ-IGUAIS.
           PERFORM COMPARA-CNPJ-DIGITO
               VARYING WRK-CNPJ-IDX FROM 2 BY 1
               UNTIL WRK-CNPJ-IDX > 14.

       COMPARA-CNPJ-DIGITO.
           IF WRK-CNPJ-DIG (WRK-CNPJ-IDX) NOT = WRK-CNPJ-DIG (1)
               MOVE 'N' TO WRK-CNPJ-IGUAIS
           END-IF.

      *****************************************************
      * O PRIMEIRO DIGITO USA OS PESOS 2 A 13 DA TABELA
      * (5,4,3,2,9..2) SOBRE OS DOZE PRIMEIROS DIGITOS; O
      * SEGUNDO USA OS PESOS 1 A 13 (6,5,4,3,2,9..2) SOBRE
      * OS TREZE PRIMEIROS
      *****************************************************
       CALCULA-CNPJ-DV1.
           MOVE ZEROS TO WRK-CNPJ-SOMA.
           MOVE 2 TO WRK-CNPJ-IDX-PESO.
           PERFORM SOMA-CNPJ-DIGITO
               VARYING WRK-CNPJ-IDX FROM 1 BY 1
               UNTIL WRK-CNPJ-IDX > 12.
           PERFORM CALCULA-CNPJ-RESTO.
           MOVE WRK-CNPJ-RESTO TO WRK-CNPJ-DV1.

       CALCULA-CNPJ-DV2.
           MOVE ZEROS TO WRK-CNPJ-SOMA.
           MOVE 1 TO WRK-CNPJ-IDX-PESO.
           PERFORM SOMA-CNPJ-DIGITO
               VARYING WRK-CNPJ-IDX FROM 1 BY 1
               UNTIL WRK-CNPJ-IDX > 13.
           PERFORM CALCULA-CNPJ-RESTO.
           MOVE WRK-CNPJ-RESTO TO WRK-CNPJ-DV2.

       SOMA-CNPJ-DIGITO.
           COMPUTE WRK-CNPJ-SOMA = WRK-CNPJ-SOMA
               + (WRK-CNPJ-DIG (WRK-CNPJ-IDX)
                  * WRK-CNPJ-PESO (WRK-CNPJ-IDX-PESO)).
           ADD 1 TO WRK-CNPJ-IDX-PESO.

       CALCULA-CNPJ-RESTO.
           DIVIDE WRK-CNPJ-SOMA BY 11 GIVING WRK-CNPJ-QUOC
               REMAINDER WRK-CNPJ-RESTO.
           IF WRK-CNPJ-RESTO < 2
               MOVE ZEROS TO WRK-CNPJ-RESTO
           ELSE
               COMPUTE WRK-CNPJ-RESTO = 11 - WRK-CNPJ-RESTO
           END-IF.
