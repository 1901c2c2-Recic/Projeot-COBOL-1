      *                 (PROGM15) - foi justamente o PROGM4 rodado com
      *                 o lote ainda carregando que mandou meia turma
      *                 ao portal.
      * 15/10/2026  RC  No fim deixa no STEPCNT (CNTREC.cpy) os
      *                 registros lidos do mestre, os exportados e os
      *                 pulados, para o balanceamento da janela
      *                 (PROGM15).
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM4.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

           SELECT STEP-COUNT
               ASSIGN TO 'STEPCNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PORTAL-EXPORT.
       01  EXP-REGISTRO             PIC X(80).

       FD  STEP-COUNT.
           COPY CNTREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC X(02) VALUE '00'.
       01  WS-EXPORT-STATUS         PIC X(02) VALUE '00'.
       01  WS-CNT-STATUS            PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-TOTAL-EXPORTADO       PIC 9(06) COMP VALUE 0.
       01  WS-TOTAL-PULADO          PIC 9(06) COMP VALUE 0.
       01  WS-TOTAL-LIDO            PIC 9(06) COMP VALUE 0.

       01  WS-MODO                  PIC 9(01) VALUE 0.
           88 WS-MODO-COMPLETO          VALUE 1.
           READ ALUNO-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
                NOT AT END
                     ADD 1 TO WS-TOTAL-LIDO
           END-READ
           .
       P110-FIM.
                DISPLAY 'REGISTROS JA CONFIRMADOS (PULADOS): '
                   WS-TOTAL-PULADO
           END-IF

           PERFORM P920-GRAVA-CONTAGEM
           GOBACK
           .
       P900-FIM.


      *>************************************************************************
      *> Contagens do passo para o balanceamento da janela: lidos do
      *> mestre = exportados + pulados.
      *>************************************************************************
       P920-GRAVA-CONTAGEM.
           OPEN OUTPUT STEP-COUNT
           IF WS-CNT-STATUS = '00'
                MOVE 'PROGM4'           TO CNT-PROGRAMA
                MOVE WS-TOTAL-LIDO      TO CNT-QTDE-ENTRADA
                MOVE WS-TOTAL-EXPORTADO TO CNT-QTDE-SAIDA
                MOVE WS-TOTAL-PULADO    TO CNT-QTDE-DESVIO
                WRITE CNT-REC
                CLOSE STEP-COUNT
           END-IF
           .
       P920-FIM.

       END PROGRAM PROGM4.
