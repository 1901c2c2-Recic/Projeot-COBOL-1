      *                 mecanica do pre-edit do roster. O aluno deve
      *                 estar cadastrado e ativo no CADALUNO antes da
      *                 carga (PROGM13).
      * 15/10/2026  RC  O sign-on passa o nome do programa a PROGM2S
      *                 (SGN-PROGRAMA) para o log de sign-on.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM21.

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM21'   TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL
