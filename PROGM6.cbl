      *                 saem em branco em vez de zero - um ano em
      *                 ANDAMENTO mostra so as notas que existem, e a
      *                 coluna MEDIA traz a media parcial.
      * 15/10/2026  RC  Materia aprovada pelo conselho de classe
      *                 (APROV CONS, PROGM24) ganha a legenda no pe do
      *                 boletim - as notas impressas continuam as dos
      *                 professores, e a familia precisa saber por que
      *                 a materia abaixo da media saiu aprovada.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM6.

       01  WS-QTDE-BOLETINS         PIC 9(06) VALUE 0.

       01  WS-CONSELHO-SW           PIC X(01) VALUE 'N'.
           88 WS-TEM-CONSELHO           VALUE 'S'.

       01  CAB-LINHA-1.
           03 FILLER           PIC X(80) VALUE
                   'BOLETIM ESCOLAR'.
           03 FILLER           PIC X(21) VALUE 'MEDIA GERAL DO ANO: '.
           03 ROD-MEDIA-GERAL  PIC ZZ9.99.

       01  ROD-LINHA-CONSELHO.
           03 FILLER           PIC X(80) VALUE
                   'APROV CONS = APROVADO PELO CONSELHO DE CLASSE'.

      **************************************************************************
       PROCEDURE DIVISION.

           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM CAB-LINHA-3

           MOVE 'N' TO WS-CONSELHO-SW
           PERFORM P420-IMPRIME-MATERIA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > TRAN-QTDE-MATERIAS
           MOVE TRAN-MEDIA-GERAL TO ROD-MEDIA-GERAL
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM ROD-LINHA
           IF WS-TEM-CONSELHO
                WRITE RPT-LINHA FROM ROD-LINHA-CONSELHO
           END-IF

           ADD 1 TO WS-QTDE-BOLETINS
           .
           PERFORM P425-EDITA-NOTAS
           MOVE ALU-MD                TO DET-MEDIA
           MOVE TRAN-STATUS (WS-IDX)  TO DET-STATUS
           IF TRAN-STATUS (WS-IDX) = 'APROV CONS'
                MOVE 'S' TO WS-CONSELHO-SW
           END-IF

           IF ALU-MD-FINAL > 0
                MOVE ALU-NOTA-REC TO DET-NOTA-REC-ED
