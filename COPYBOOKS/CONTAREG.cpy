      *****************************************************
      * CONTAREG.CPY
      * LAYOUT DO REGISTRO DO CADASTRO DE CONTAS (ARQUIVO
      * CONTAS) - TITULAR DA CONTA DO SALDO-CONTROLE (ID DE
      * PESSOA E CPF DO CADASTRO), TIPO, ABERTURA, SITUACAO
      * E DATA DO ULTIMO MOVIMENTO, MANTIDO PELO PROGC149;
      * A CONTA BLOQUEADA OU ENCERRADA NAO RECEBE MOVIMENTO
      * (ROTINA VERIFCTA NO PROGCOB06, PROGCOB86, PROGCOB87
      * E PROGCOB88) E A CONTA ATIVA SEM MOVIMENTO PELO
      * PRAZO DO PARMCONT FICA DORMENTE NO PROGC150
      * CHAVE.: CTA-NUMERO
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 CTA-REGISTRO.
           02 CTA-NUMERO        PIC 9(06).
           02 CTA-CAD-CODIGO    PIC 9(06).
           02 CTA-CPF           PIC 9(11).
           02 CTA-TIPO          PIC X(01).
               88 CTA-CORRENTE    VALUE 'C'.
               88 CTA-POUPANCA    VALUE 'P'.
               88 CTA-SALARIO     VALUE 'S'.
               88 CTA-TIPO-VALIDO VALUES 'C' 'P' 'S'.
           02 CTA-DATA-ABERTURA PIC 9(08).
           02 CTA-STATUS        PIC X(01).
               88 CTA-ATIVA      VALUE 'A'.
               88 CTA-BLOQUEADA  VALUE 'B'.
               88 CTA-DORMENTE   VALUE 'D'.
               88 CTA-ENCERRADA  VALUE 'E'.
           02 CTA-DATA-SITUACAO PIC 9(08).
           02 CTA-MOTIVO        PIC X(30).
           02 CTA-DATA-ULT-MOV  PIC 9(08).
           02 FILLER            PIC X(11).
