      *****************************************************
      * KITREG.CPY
      * LAYOUT DO REGISTRO DA ESTRUTURA DE KIT (ARQUIVO
      * KITESTRU) - UM REGISTRO POR COMPONENTE DO KIT, COM
      * A QUANTIDADE DO COMPONENTE EM UMA UNIDADE DO KIT.
      * O KIT E UM PRODUTO DO CADASTRO (PRODREG) VENDIDO
      * COMO UM ITEM SO; QUEM SAI DO ESTOQUE SAO OS
      * COMPONENTES. PRODUTO SEM COMPONENTE AQUI E PRODUTO
      * SIMPLES. MANTIDO PELA OPCAO 6 DO PROGCOB17
      * CHAVE.: KIT-CHAVE (KIT + COMPONENTE)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 KIT-REGISTRO.
           02 KIT-CHAVE.
               03 KIT-PROD-CODIGO PIC 9(06).
               03 KIT-COMP-CODIGO PIC 9(06).
           02 KIT-QUANTIDADE PIC 9(03).
           02 FILLER         PIC X(09).
