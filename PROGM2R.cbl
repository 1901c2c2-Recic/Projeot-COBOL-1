      *                 (0=limpo, 8=falha) para rodar tanto avulso
      *                 quanto como passo do driver da janela noturna
      *                 (PROGM15), na epoca da recuperacao.
      * 15/10/2026  RC  O sign-on passa o nome do programa a PROGM2S
      *                 (SGN-PROGRAMA) para o log de sign-on.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM2R.

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM2R'   TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL
