      *                CONVERSAO UNICA (INSERIR SEIS BRANCOS
      *                NA POSICAO 24) ANTES DA PRIMEIRA
      *                CONSULTA OU ARQUIVAMENTO
      * 2026-10-15 LC  INCLUIDOS NO FIM O NUMERO SEQUENCIAL
      *                GLOBAL E O VERIFICADOR ENCADEADO AO
      *                REGISTRO ANTERIOR, CARIMBADOS PELO
      *                MODULO PROGC131 ANTES DA GRAVACAO E
      *                CONFERIDOS PELO PROGC132; REGISTROS
      *                ANTIGOS SAO LIDOS COM OS DOIS EM BRANCO
      *****************************************************
       01 AUD-REGISTRO.
           02 AUD-DATA       PIC 9(08).
           02 AUD-PROGRAMA   PIC X(09).
           02 AUD-USUARIO    PIC X(06).
           02 AUD-DETALHE    PIC X(57).
           02 AUD-SEQUENCIA  PIC 9(10).
           02 AUD-VERIFICADOR PIC 9(09).
