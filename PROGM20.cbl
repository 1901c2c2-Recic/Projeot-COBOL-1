      *                 gravada em duplicata de chave no mesmo
      *                 centesimo ganha o sequencial LOGI-SEQ, como na
      *                 gravacao normal de PROGM2P.
      * 15/10/2026  RC  Espelha tambem a marca de lancamento fora do
      *                 prazo (LOG-ATRASO -> LOGI-ATRASO); linha antiga,
      *                 sem a coluna, vai em branco.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM20.
           ELSE
                MOVE 0 TO LOGI-TRIMESTRE
           END-IF
           IF LOG-FORA-DO-PRAZO
                MOVE 'S' TO LOGI-ATRASO
           ELSE
                MOVE SPACE TO LOGI-ATRASO
           END-IF

           MOVE 'N' TO WS-GRAVADO-SW
           PERFORM P210-TENTA-GRAVAR
