      *****************************************************
      * CHDEVREG.CPY
      * LAYOUT DO REGISTRO DO ARQUIVO DE CHEQUES DEVOLVIDOS
      * A COMPENSACAO (ARQUIVO CHQRETOR), GRAVADO PELO
      * PROGC152 COM A ALINEA PADRAO DE DEVOLUCAO:
      * 11/12 INSUFICIENCIA DE FUNDOS NA PRIMEIRA/SEGUNDA
      * APRESENTACAO, 13 CONTA ENCERRADA (TAMBEM BLOQUEADA OU
      * NAO ABERTA NO CADASTRO DE CONTAS), 21 SUSTACAO,
      * 31 ERRO FORMAL (CAMPOS INVALIDOS NO REGISTRO),
      * 35 CHEQUE NAO EMITIDO PARA A CONTA E 49 REMESSA NULA
      * (CHEQUE JA PAGO OU REAPRESENTACAO INDEVIDA)
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CDV-REGISTRO.
           02 CDV-BANCO-APRES  PIC 9(03).
           02 CDV-CONTA        PIC 9(06).
           02 CDV-NUMERO       PIC 9(06).
           02 CDV-VALOR        PIC 9(08)V99.
           02 CDV-DATA         PIC 9(08).
           02 CDV-ALINEA       PIC X(02).
               88 CDV-SEM-FUNDOS-1  VALUE '11'.
               88 CDV-SEM-FUNDOS-2  VALUE '12'.
               88 CDV-CONTA-ENCERR  VALUE '13'.
               88 CDV-SUSTADO       VALUE '21'.
               88 CDV-ERRO-FORMAL   VALUE '31'.
               88 CDV-NAO-EMITIDO   VALUE '35'.
               88 CDV-REMESSA-NULA  VALUE '49'.
           02 FILLER           PIC X(45).
