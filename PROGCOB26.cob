      * 2026-09-02 LC  INCLUIDA A FUNCAO U - INFORMA SE A
      * DATA E DIA UTIL (DUT-DIAS = 1 SIM, 0 NAO), USADA
      * PELA CRITICA DE PONTO DO PROGCOB75
      * 2026-10-15 LC  INCLUIDA A FUNCAO C - SOMA DE DIAS
      * CORRIDOS A UMA DATA, USADA NO VENCIMENTO DOS
      * TITULOS DO CONTAS A PAGAR
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   MOVE WRK-DATA TO DUT-DATA-2
               WHEN DUT-FC-DIAS-ENTRE-DATAS
                   PERFORM DIAS-ENTRE-DATAS
               WHEN DUT-FC-SOMA-DIAS-CORRIDOS
                   PERFORM SOMA-DIAS-CORRIDOS
                   MOVE WRK-DATA TO DUT-DATA-2
               WHEN DUT-FC-EH-DIA-UTIL
                   PERFORM VERIFICA-DIA-UTIL
                   IF WRK-EH-DIA-UTIL
           PERFORM PROXIMO-DIA-UTIL.
           SUBTRACT 1 FROM WRK-DIAS-RESTANTES.

      *****************************************************
      * SOMA-DIAS-CORRIDOS - AVANCA DUT-DIAS DIAS DE
      * CALENDARIO, SEM OLHAR FIM DE SEMANA OU FERIADO
      *****************************************************
       SOMA-DIAS-CORRIDOS.
           MOVE DUT-DIAS TO WRK-DIAS-RESTANTES.
           PERFORM SOMA-UM-DIA-CORRIDO
               UNTIL WRK-DIAS-RESTANTES <= 0.

       SOMA-UM-DIA-CORRIDO.
           PERFORM AVANCA-UM-DIA.
           SUBTRACT 1 FROM WRK-DIAS-RESTANTES.

       VERIFICA-DIA-UTIL.
           PERFORM DETERMINA-DIA-SEMANA.
           PERFORM VERIFICA-FERIADO.
