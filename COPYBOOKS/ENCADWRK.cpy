      *****************************************************
      * ENCADWRK.CPY
      * AREA DE TRABALHO DA ROTINA COMPARTILHADA ENCADAUD -
      * VERIFICADOR ENCADEADO DA TRILHA DE AUDITORIA. O
      * PROGRAMA MOVE PARA WRK-AUC-IMAGEM AS 96 PRIMEIRAS
      * POSICOES DO AUD-REGISTRO (CONTEUDO MAIS O NUMERO
      * SEQUENCIAL) E PARA WRK-AUC-ANTERIOR O VERIFICADOR
      * DO REGISTRO ANTERIOR (ZEROS NO PRIMEIRO), EXECUTA
      * CALCULA-VERIFICADOR E RECEBE WRK-AUC-VERIFICADOR
      * 2026-10-15 LC  CRIACAO
      *****************************************************
       01 WRK-AUC-AREA.
           02 WRK-AUC-IMAGEM      PIC X(96) VALUE SPACES.
           02 WRK-AUC-ANTERIOR    PIC 9(09) VALUE ZEROS.
           02 WRK-AUC-VERIFICADOR PIC 9(09) VALUE ZEROS.
           02 WRK-AUC-POS         PIC 9(03) COMP VALUE ZEROS.
           02 WRK-AUC-PRODUTO     PIC 9(13) COMP VALUE ZEROS.
           02 WRK-AUC-QUOCIENTE   PIC 9(13) COMP VALUE ZEROS.
           02 WRK-AUC-BYTE-AREA.
               03 WRK-AUC-BYTE-ALTO PIC X(01) VALUE LOW-VALUE.
               03 WRK-AUC-BYTE      PIC X(01) VALUE LOW-VALUE.
           02 WRK-AUC-BYTE-NUM REDEFINES WRK-AUC-BYTE-AREA
                                  PIC 9(04) COMP.
