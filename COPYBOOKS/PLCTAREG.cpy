      *****************************************************
      * PLCTAREG.CPY
      * LAYOUT DO REGISTRO DO PLANO DE CONTAS DA
      * CONTABILIDADE GERAL (ARQUIVO PLANOCTA) - MANTIDO
      * PELO PROGC124. O TIPO DA CONTA DEFINE A NATUREZA DO
      * SALDO: ATIVO E DESPESA SAO DEVEDORAS; PASSIVO,
      * PATRIMONIO LIQUIDO E RECEITA SAO CREDORAS. CONTA
      * INATIVA NAO RECEBE LANCAMENTO (PROGC126)
      * CHAVE.: PLC-CODIGO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 PLC-REGISTRO.
           02 PLC-CODIGO     PIC 9(08).
           02 PLC-DESCRICAO  PIC X(30).
           02 PLC-TIPO       PIC X(01).
               88 PLC-ATIVO-CTB  VALUE 'A'.
               88 PLC-PASSIVO    VALUE 'P'.
               88 PLC-PATRIMONIO VALUE 'L'.
               88 PLC-RECEITA    VALUE 'R'.
               88 PLC-DESPESA    VALUE 'D'.
               88 PLC-TIPO-VALIDO VALUE 'A' 'P' 'L' 'R' 'D'.
               88 PLC-DEVEDORA   VALUE 'A' 'D'.
           02 PLC-STATUS     PIC X(01).
               88 PLC-ATIVA   VALUE 'A'.
               88 PLC-INATIVA VALUE 'I'.
           02 FILLER         PIC X(10).
