      * 02/09/2026  RC  Com o controle de frequencia (PROGM14/PROGM2P),
      *                 o status REPR FALTA (reprovado por falta) passa
      *                 a ser contado a parte no total do relatorio.
      * 15/10/2026  RC  O status APROV CONS (aprovado pelo conselho de
      *                 classe, PROGM24) passa a ser contado a parte no
      *                 total do relatorio, em vez de cair junto com os
      *                 reprovados.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM3.
           03 WS-TOTAL-RECUP        PIC 9(06) COMP VALUE 0.
           03 WS-TOTAL-ANDAMENTO    PIC 9(06) COMP VALUE 0.
           03 WS-TOTAL-REP-FALTA    PIC 9(06) COMP VALUE 0.
           03 WS-TOTAL-CONSELHO     PIC 9(06) COMP VALUE 0.

       01  WS-MAX-LINHAS-PAGINA     PIC 9(02) COMP VALUE 20.

           03 FILLER           PIC X(22) VALUE 'REPROVADOS POR FALTA:'.
           03 TOT-REP-FALTA    PIC ZZZ,ZZ9.

       01  TOT-LINHA-6.
           03 FILLER           PIC X(22) VALUE 'APROV. PELO CONSELHO:'.
           03 TOT-CONSELHO     PIC ZZZ,ZZ9.

      **************************************************************************
       PROCEDURE DIVISION.

                     ADD 1 TO WS-TOTAL-ANDAMENTO
                WHEN 'REPR FALTA'
                     ADD 1 TO WS-TOTAL-REP-FALTA
                WHEN 'APROV CONS'
                     ADD 1 TO WS-TOTAL-CONSELHO
                WHEN OTHER
                     ADD 1 TO WS-TOTAL-REPROVADO
           END-EVALUATE
           MOVE WS-TOTAL-RECUP     TO TOT-RECUP
           MOVE WS-TOTAL-ANDAMENTO TO TOT-ANDAMENTO
           MOVE WS-TOTAL-REP-FALTA TO TOT-REP-FALTA
           MOVE WS-TOTAL-CONSELHO  TO TOT-CONSELHO
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM TOT-LINHA-1
           WRITE RPT-LINHA FROM TOT-LINHA-2
           WRITE RPT-LINHA FROM TOT-LINHA-3
           WRITE RPT-LINHA FROM TOT-LINHA-4
           WRITE RPT-LINHA FROM TOT-LINHA-5
           WRITE RPT-LINHA FROM TOT-LINHA-6

           CLOSE ALUNO-MASTER CLASS-REPORT
           STOP RUN
