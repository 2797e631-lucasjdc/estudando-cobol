      *****************************************************
      * PERMPADR.CPY
      * REGRA PADRAO DE ACESSO POR PERFIL - A MESMA QUE O
      * MENU (PROGCOB15) APLICAVA ANTES DO ARQUIVO PERMISSA
      * (PERFIL + PROGRAMA, TODAS AS ACOES). VALE ENQUANTO
      * O PERMISSA NAO EXISTIR E E A BASE DA CARGA INICIAL
      * DO PROGCOB43. PROGRAMA FORA DA TABELA NAO TINHA
      * RESTRICAO; A LINHA DO PERFIL A MARCA PROGRAMA QUE
      * SO O ADMINISTRADOR EXECUTA
      * 2026-10-15 LC  CRIACAO
      * 2026-10-15 LC  INCLUIDA A CONSULTA DO TITULAR LGPD
      *                (PROGC155), SO DO ADMINISTRADOR
      * 2026-10-15 LC  INCLUIDA A TABELA DE INDICES ECONOMICOS
      *                (PROGC158), DO PERFIL FINANCEIRO
      * 2026-10-15 LC  INCLUIDA A POSICAO DO CLIENTE 360
      *                (PROGC160), DE VENDAS E FINANCEIRO
      *****************************************************
       01 WRK-PAD-GRUPO.
           02 FILLER PIC X(10) VALUE 'VPROGCOB03'.
           02 FILLER PIC X(10) VALUE 'FPROGCOB03'.
           02 FILLER PIC X(10) VALUE 'RPROGCOB03'.
           02 FILLER PIC X(10) VALUE 'EPROGCOB03'.
           02 FILLER PIC X(10) VALUE 'VPROGCOB02'.
           02 FILLER PIC X(10) VALUE 'VPROGCOB09'.
           02 FILLER PIC X(10) VALUE 'VPROGCOB16'.
           02 FILLER PIC X(10) VALUE 'VPROGCOB17'.
           02 FILLER PIC X(10) VALUE 'VPROGCOB19'.
           02 FILLER PIC X(10) VALUE 'VPROGCOB20'.
           02 FILLER PIC X(10) VALUE 'VPROGCOB21'.
           02 FILLER PIC X(10) VALUE 'VPROGCOB42'.
           02 FILLER PIC X(10) VALUE 'VPROGC160 '.
           02 FILLER PIC X(10) VALUE 'FPROGCOB05'.
           02 FILLER PIC X(10) VALUE 'FPROGCOB06'.
           02 FILLER PIC X(10) VALUE 'FPROGCOB22'.
           02 FILLER PIC X(10) VALUE 'FPROGCOB37'.
           02 FILLER PIC X(10) VALUE 'FPROGCOB38'.
           02 FILLER PIC X(10) VALUE 'FPROGC158 '.
           02 FILLER PIC X(10) VALUE 'FPROGC160 '.
           02 FILLER PIC X(10) VALUE 'RPROGCOB04'.
           02 FILLER PIC X(10) VALUE 'RPROGCOB31'.
           02 FILLER PIC X(10) VALUE 'RPROGCOB36'.
           02 FILLER PIC X(10) VALUE 'EPROGCOB07'.
           02 FILLER PIC X(10) VALUE 'EPROGCOB08'.
           02 FILLER PIC X(10) VALUE 'EPROGCOB39'.
           02 FILLER PIC X(10) VALUE 'EPROGCOB40'.
           02 FILLER PIC X(10) VALUE 'EPROGCOB41'.
           02 FILLER PIC X(10) VALUE 'APROGCOB43'.
           02 FILLER PIC X(10) VALUE 'APROGCOB93'.
           02 FILLER PIC X(10) VALUE 'APROGC130 '.
           02 FILLER PIC X(10) VALUE 'APROGC154 '.
           02 FILLER PIC X(10) VALUE 'APROGC155 '.
       01 WRK-PAD-TABELA REDEFINES WRK-PAD-GRUPO.
           02 WRK-PAD-ITEM OCCURS 33 TIMES.
               03 WRK-PAD-PERFIL   PIC X(01).
               03 WRK-PAD-PROGRAMA PIC X(09).
       01 WRK-PAD-CONTROLE.
           02 WRK-PAD-QTD      PIC 9(02) VALUE 33.
           02 WRK-IDX-PAD      PIC 9(02) VALUE ZEROS.
