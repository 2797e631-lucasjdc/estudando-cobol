      *****************************************************
      * DEPOSWRK.CPY
      * AREA DE TRABALHO DA ESCOLHA DE DEPOSITO - TABELA
      * DOS DEPOSITOS ATIVOS (CARREGADA POR
      * CARREGA-DEPOSITOS) E OS CAMPOS USADOS PELA ROTINA
      * COMPARTILHADA ESCDEPOS; O PROGRAMA MOVE PRODUTO,
      * QUANTIDADE E ZONA DE ENTREGA, EXECUTA
      * ESCOLHE-DEPOSITO E TESTA WRK-DEP-ESCOLHIDO (ZERO =
      * NENHUM DEPOSITO COM SALDO; WRK-DEP-DISPONIVEL TRAZ
      * A SOMA DOS SALDOS INSUFICIENTES ENCONTRADOS)
      * 2026-10-15 LC  CRIACAO
      * 2026-10-15 LC  WRK-DEP-LIVRE - SALDO SEM OS LOTES
      *                VENCIDOS
      * 2026-10-15 LC  WRK-DEP-LIVRE TAMBEM DESCONTA A
      *                RESERVA DOS ORCAMENTOS ABERTOS
      *****************************************************
       01 WRK-DEP-AREA.
           02 WRK-DEP-PRODUTO    PIC 9(06) VALUE ZEROS.
           02 WRK-DEP-QTDE       PIC 9(06) VALUE ZEROS.
           02 WRK-DEP-ZONA       PIC X(01) VALUE SPACES.
           02 WRK-DEP-ESCOLHIDO  PIC 9(02) VALUE ZEROS.
           02 WRK-DEP-DISPONIVEL PIC 9(07) VALUE ZEROS.
           02 WRK-DEP-LIVRE      PIC S9(07) VALUE ZEROS.
           02 WRK-DEP-PASSO      PIC X(01) VALUE SPACES.
               88 WRK-DEP-PASSO-ZONA   VALUE 'Z'.
               88 WRK-DEP-PASSO-OUTROS VALUE 'O'.
           02 WRK-DEP-CONTA      PIC 9(02) VALUE ZEROS.
           02 WRK-DEP-FIM        PIC X(01) VALUE 'N'.
               88 WRK-DEP-FIM-OK VALUE 'S'.
           02 WRK-DEP-QTD        PIC 9(02) VALUE ZEROS.
           02 WRK-DEP-TABELA OCCURS 20 TIMES
              INDEXED BY WRK-IDX-DEP.
               03 WRK-DEP-COD    PIC 9(02).
               03 WRK-DEP-ZONAS  PIC X(05).
