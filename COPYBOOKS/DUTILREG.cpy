      *              DUT-DATA-2 (DEVOLVIDO EM DUT-DIAS)
      *          U = INFORMA SE DUT-DATA-1 E DIA UTIL
      *              (DUT-DIAS = 1 SIM, 0 NAO)
      *          C = SOMA DUT-DIAS DIAS CORRIDOS A
      *              DUT-DATA-1 (DEVOLVIDO EM DUT-DATA-2)
      * 2026-08-22 LC  CRIACAO
      * 2026-08-22 LC  INCLUIDA A FUNCAO D (DIAS ENTRE
      *                DATAS) PARA O CALCULO DE JUROS DO
      *                USADA PELA CRITICA DE PONTO DO
      *                PROGCOB75 PARA APONTAR TRABALHO EM
      *                FIM DE SEMANA E FERIADO
      * 2026-10-15 LC  INCLUIDA A FUNCAO C (SOMA DE DIAS
      *                CORRIDOS), USADA NO VENCIMENTO DOS
      *                TITULOS DO CONTAS A PAGAR
      *****************************************************
       01 DUT-PARAMETROS.
           02 DUT-FUNCAO PIC X(01).
               88 DUT-FC-SOMA-DIAS-UTEIS  VALUE 'S'.
               88 DUT-FC-DIAS-ENTRE-DATAS VALUE 'D'.
               88 DUT-FC-EH-DIA-UTIL      VALUE 'U'.
               88 DUT-FC-SOMA-DIAS-CORRIDOS VALUE 'C'.
           02 DUT-DATA-1  PIC 9(08).
           02 DUT-DATA-2  PIC 9(08).
           02 DUT-DIAS    PIC S9(05).
