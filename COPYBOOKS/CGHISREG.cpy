      *****************************************************
      * CGHISREG.CPY
      * LAYOUT DO REGISTRO DE HISTORICO DE ENQUADRAMENTO
      * EM CARGO E NIVEL (ARQUIVO CARGOHIS) - UM REGISTRO
      * POR MUDANCA GRAVADO PELO PROGCOB31, COM O CARGO E O
      * NIVEL ANTERIORES, OS NOVOS, A DATA E O MOTIVO, NOS
      * MOLDES DO HISTORICO DE CENTRO DE CUSTO (CCHISREG)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CGH-REGISTRO.
           02 CGH-MATRICULA      PIC 9(06).
           02 CGH-DATA           PIC 9(08).
           02 CGH-CARGO-ANTERIOR PIC 9(04).
           02 CGH-NIVEL-ANTERIOR PIC 9(01).
           02 CGH-CARGO-NOVO     PIC 9(04).
           02 CGH-NIVEL-NOVO     PIC 9(01).
           02 CGH-MOTIVO         PIC X(30).
           02 FILLER             PIC X(05).
