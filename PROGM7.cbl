      *                 mas sobre o espelho. Na consulta por matricula
      *                 a historia sai agrupada por materia (ordem da
      *                 chave), cronologica dentro de cada materia.
      * 15/10/2026  RC  Nova coluna PRAZO: LANC-TRIM e CORRECAO
      *                 gravados depois do prazo do trimestre no
      *                 calendario escolar (CALEND) saem marcados FORA.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM7.
           03 FILLER                PIC X(07) VALUE 'ANTES'.
           03 FILLER                PIC X(07) VALUE 'DEPOIS'.
           03 FILLER                PIC X(05) VALUE 'RECUP'.
           03 FILLER                PIC X(05) VALUE 'PRAZO'.

       01  DET-LINHA.
           03 DET-DATA               PIC 9(08).
           03 DET-MD-DEPOIS          PIC Z9.99.
           03 FILLER                 PIC X(03) VALUE SPACE.
           03 DET-NOTA-RECUP         PIC X(02).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 DET-PRAZO              PIC X(04).

       01  DET-NOTA-RECUP-ED         PIC Z9.

                MOVE SPACE TO DET-NOTA-RECUP
           END-IF

           IF LOGI-FORA-DO-PRAZO
                MOVE 'FORA' TO DET-PRAZO
           ELSE
                MOVE SPACE TO DET-PRAZO
           END-IF

           WRITE RPT-LINHA FROM DET-LINHA
           ADD 1 TO WS-QTDE-SELECIONADA
           .
