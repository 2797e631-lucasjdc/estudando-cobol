      *****************************************************
      * PRVFOREG.CPY
      * LAYOUT DO REGISTRO DO SALDO DE PROVISAO DE 13O
      * SALARIO E DE FERIAS (COM O TERCO CONSTITUCIONAL) POR
      * EMPREGADO (ARQUIVO PROVFOL) - CONSTITUIDO PELO
      * PROGC138 A CADA COMPETENCIA (1/12 DE CADA, COM O
      * INSS PATRONAL E O FGTS SOBRE O VALOR) E BAIXADO PELOS
      * HOLERITES DE 13O (TIPOS 1 E 2), DE FERIAS (TIPO F) E
      * DE RESCISAO (TIPO R) ARQUIVADOS NO HOLARQ. AS
      * COMPETENCIAS DE BAIXA GUARDAM O ULTIMO HOLERITE DE
      * CADA TIPO JA BAIXADO, PARA NAO BAIXAR DUAS VEZES
      * CHAVE.: PVF-MATRICULA
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PVF-REGISTRO.
           02 PVF-MATRICULA       PIC 9(06).
           02 PVF-CCUSTO          PIC 9(04).
           02 PVF-SALDO-13        PIC 9(07)V99.
           02 PVF-ENCARGO-13      PIC 9(07)V99.
           02 PVF-SALDO-FERIAS    PIC 9(07)V99.
           02 PVF-ENCARGO-FERIAS  PIC 9(07)V99.
           02 PVF-ULT-COMPETENCIA PIC 9(06).
           02 PVF-BAIXA-P1        PIC 9(06).
           02 PVF-BAIXA-P2        PIC 9(06).
           02 PVF-BAIXA-FERIAS    PIC 9(06).
           02 PVF-BAIXA-RESCISAO  PIC 9(06).
           02 FILLER              PIC X(10).
