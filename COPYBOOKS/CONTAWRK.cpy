      *****************************************************
      * CONTAWRK.CPY
      * AREA DE TRABALHO DA VERIFICACAO DE SITUACAO DA
      * CONTA (ROTINA COMPARTILHADA VERIFCTA) - O PROGRAMA
      * MOVE A CONTA PARA WRK-VCT-CONTA, EXECUTA
      * VERIFICA-CONTA E TESTA WRK-VCT-LIBERADA; RECUSADA,
      * WRK-VCT-MOTIVO TRAZ O MOTIVO DE DEVOLUCAO (DEVOLREG)
      * E WRK-VCT-DESCRICAO O TEXTO PARA O RELATORIO. APOS
      * LANCAR O MOVIMENTO, MOVE A DATA DELE PARA
      * WRK-VCT-DATA E EXECUTA REGISTRA-MOVIMENTO-CONTA
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-VCT-AREA-TRAB.
           02 WRK-CONTAS-ST      PIC X(02) VALUE SPACES.
           02 WRK-VCT-CONTA      PIC 9(06) VALUE ZEROS.
           02 WRK-VCT-DATA       PIC 9(08) VALUE ZEROS.
           02 WRK-VCT-SW         PIC X(01) VALUE 'L'.
               88 WRK-VCT-LIBERADA    VALUE 'L'.
               88 WRK-VCT-BLOQUEADA   VALUE 'B'.
               88 WRK-VCT-ENCERRADA   VALUE 'E'.
               88 WRK-VCT-NAO-ABERTA  VALUE 'N'.
           02 WRK-VCT-MOTIVO     PIC X(02) VALUE SPACES.
           02 WRK-VCT-DESCRICAO  PIC X(20) VALUE SPACES.
