      *****************************************************
      * PARMLGREG.CPY
      * LAYOUT DO REGISTRO DE PARAMETROS DA ANONIMIZACAO DE
      * DADOS PESSOAIS - LGPD (ARQUIVO PARMLGPD) - REGISTRO
      * UNICO, LIDO NA ABERTURA DO PROGC156, COM O PRAZO
      * LEGAL DE GUARDA EM MESES DE INATIVIDADE DO CLIENTE
      * (DESDE O ULTIMO TITULO), DO EMPREGADO (DESDE O
      * DESLIGAMENTO) E DO ALUNO (DESDE A SAIDA); BRANCO OU
      * ZERO VALE 60 MESES
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PLG-REGISTRO.
           02 PLG-MESES-CLIENTE   PIC 9(03).
           02 PLG-MESES-EMPREGADO PIC 9(03).
           02 PLG-MESES-ALUNO     PIC 9(03).
           02 FILLER              PIC X(71).
