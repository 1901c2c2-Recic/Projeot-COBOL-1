      * O espelho se reconstroi do TRANSLOG a qualquer momento com
      * PROGM20, e e reiniciado junto com o log vivo no encerramento
      * do ano (PROGM9).
      * LOGI-ATRASO espelha LOG-ATRASO (lancamento fora do prazo).
      * Chave: LOGI-CHAVE.
      **************************************************************************
       01  LOGI-REC.
           03 LOGI-MD-DEPOIS      PIC 9(02)V9(02).
           03 LOGI-NOTA-RECUP     PIC 9(02).
           03 LOGI-TRIMESTRE      PIC 9(01).
           03 LOGI-ATRASO         PIC X(01).
              88 LOGI-FORA-DO-PRAZO        VALUE 'S'.
