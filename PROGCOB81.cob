      * CORRNOTA COM OPERADOR E MOTIVO - FIM DA EDICAO
      * CRUA DO ARQUIVO QUE JA QUEBROU O PROGCOB41
      * DATA 2026-09-02
      * 2026-10-15 LC  REGISTRO DE AUDITORIA NUMERADO E
      * ENCADEADO PELO MODULO PROGC131 ANTES DA GRAVACAO
      * 2026-10-15 LC  REGISTROS POR DISCIPLINA - A DISCIPLINA
      * APARECE NA OFERTA DE CORRECAO E VAI PARA A TRILHA;
      * HISTNOVO ACOMPANHA O NOVO TAMANHO DO HISTREG
      * 2026-10-15 LC  CONTROLE DE ACESSO POR FUNCAO NA
      * ENTRADA DO PROGRAMA (MODULO PROGC153, PERMISSA) -
      * A CORRECAO EXIGE A ACAO ALTERAR
      *******************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  HISTORICO.
           COPY HISTREG.
       FD  HISTORICO-NOVO.
       01  HNV-REGISTRO PIC X(58).
       FD  CORRECOES.
           COPY CORRNREG.
       FD  PARAMETROS.
       77 WRK-QTD-CORRIGIDOS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COPIADOS     PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ED           PIC ZZ.ZZZ.ZZ9 VALUE ZEROS.
           COPY ACESREG.
       PROCEDURE DIVISION.
           MOVE 'PROGCOB81' TO ACE-PROGRAMA.
           SET ACE-ALTERAR TO TRUE.
           SET ACE-REGISTRA TO TRUE.
           CALL 'PROGC153' USING ACE-PARAMETROS.
           IF ACE-NEGADO
               GOBACK
           END-IF.
           DISPLAY 'MATRICULA DO ALUNO.... '
           PERFORM CAPTURA-MATRICULA UNTIL WRK-MATRICULA-VALIDO.
           DISPLAY 'ANO DO PERIODO........ '
      * GRAVANDO A TRILHA ANTES/DEPOIS
      *****************************************************
       OFERECE-CORRECAO.
           IF HIS-DISCIPLINA = SPACES
               DISPLAY 'REGISTRO ' HIS-ANO '/' HIS-SEMESTRE
                       ' CONSOLIDADO MEDIA ' HIS-MEDIA
                       ' SITUACAO ' HIS-SITUACAO
           ELSE
               DISPLAY 'REGISTRO ' HIS-ANO '/' HIS-SEMESTRE
                       ' ' HIS-DISCIPLINA ' ' HIS-DIS-NOME
                       ' MEDIA ' HIS-MEDIA
                       ' SITUACAO ' HIS-SITUACAO
           END-IF.
           DISPLAY 'CORRIGIR ESTE REGISTRO (S/N).. '
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA = 'S'
           MOVE HIS-MATRICULA TO CRN-MATRICULA.
           MOVE HIS-ANO       TO CRN-ANO.
           MOVE HIS-SEMESTRE  TO CRN-SEMESTRE.
           MOVE HIS-DISCIPLINA TO CRN-DISCIPLINA.
           MOVE HIS-MEDIA     TO CRN-MEDIA-ANTERIOR.
           MOVE HIS-SITUACAO  TO CRN-SITUACAO-ANTERIOR.
           MOVE WRK-MEDIA-NOVA    TO CRN-MEDIA-NOVA.
           STRING 'CORRECAO NOTA MATRICULA=' WRK-MATRICULA
               ' PERIODO=' WRK-ANO '/' WRK-SEMESTRE
               DELIMITED BY SIZE INTO AUD-DETALHE.
           CALL 'PROGC131' USING AUD-REGISTRO.
           OPEN EXTEND AUDITORIA.
           WRITE AUD-REGISTRO.
           CLOSE AUDITORIA.
