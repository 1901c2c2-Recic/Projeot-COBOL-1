      *                 escola que liga conferindo. Exige sign-on
      *                 (PROGM2S): documento oficial tem dono. O numero
      *                 so e consumido se o aluno tem historia gravada.
      * 15/10/2026  RC  Materia aprovada pelo conselho de classe
      *                 (APROV CONS, PROGM24) sai com a legenda no pe do
      *                 documento - a media impressa continua a obtida
      *                 pelo aluno.
      * 15/10/2026  RC  O sign-on passa o nome do programa a PROGM2S
      *                 (SGN-PROGRAMA) para o log de sign-on.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM19.
       01  WS-REG-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-FIM-REGISTRO           VALUE 'S'.

       01  WS-CONSELHO-SW           PIC X(01) VALUE 'N'.
           88 WS-TEM-CONSELHO           VALUE 'S'.

       01  WS-OPCAO                 PIC 9(01) VALUE 0.

       01  WS-OPERADOR              PIC X(08) VALUE SPACE.
           03 FILLER           PIC X(21) VALUE 'MEDIA GERAL DO ANO: '.
           03 ROD-MEDIA-GERAL  PIC ZZ9.99.

       01  ROD-LINHA-CONSELHO.
           03 FILLER           PIC X(80) VALUE
                   'APROV CONS = APROVADO PELO CONSELHO DE CLASSE'.

       01  ASS-LINHA.
           03 FILLER           PIC X(21) VALUE 'EMITIDO PELO OPERADOR'.
           03 FILLER           PIC X(01) VALUE SPACE.

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM19'   TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL
           END-IF

           MOVE 0 TO WS-ANO-CORRENTE
           MOVE 'N' TO WS-CONSELHO-SW
           PERFORM P320-POSICIONA-HISTORIA
           PERFORM P410-LINHA-DA-HISTORIA THRU P410-FIM
                   UNTIL WS-FIM-HISTORIA
                WRITE RPT-LINHA FROM ROD-LINHA
           END-IF

           IF WS-TEM-CONSELHO
                WRITE RPT-LINHA FROM SPACE
                WRITE RPT-LINHA FROM ROD-LINHA-CONSELHO
           END-IF

           WRITE RPT-LINHA FROM SPACE
           MOVE WS-OPERADOR TO ASSL-OPERADOR
           WRITE RPT-LINHA FROM ASS-LINHA
           END-IF
           MOVE WS-MEDIA-VALIDA TO DET-MEDIA
           MOVE HIST-AR         TO DET-STATUS
           IF HIST-AR = 'APROV CONS'
                MOVE 'S' TO WS-CONSELHO-SW
           END-IF
           WRITE RPT-LINHA FROM DET-LINHA

           MOVE HIST-MEDIA-GERAL TO ROD-MEDIA-GERAL
