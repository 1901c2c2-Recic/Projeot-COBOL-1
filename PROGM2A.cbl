      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Ano Letivo Aberto
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Rotina comum que diz o ano letivo aberto numa
      *                 data (ANOPARM.cpy), chamada via CALL. O ano
      *                 letivo era tirado do relogio, e em janeiro -
      *                 com o prazo do 4 trimestre e a recuperacao do
      *                 ano anterior ainda correndo, como o PROGM28
      *                 permite - o lancamento lia o calendario do ano
      *                 novo, o driver nunca achava a janela da
      *                 recuperacao e o log de notificacoes mudava de
      *                 ano, reenviando tudo as familias. O ano aberto
      *                 e o seguinte ao ultimo ano encerrado no PROGM9
      *                 (HISTMST); sem encerramento recente, e o ano
      *                 anterior enquanto a data nao passou do fim do
      *                 calendario dele (prazo do 4 trimestre ou fim da
      *                 recuperacao, o que vier depois); sem nada
      *                 disso, o ano da data.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM2A.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER
               ASSIGN TO 'HISTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SCHOOL-CALENDAR
               ASSIGN TO 'CALEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-CALE-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER.
           COPY HISTREC.

       FD  SCHOOL-CALENDAR.
           COPY CALEREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
       01  WS-CALE-STATUS           PIC X(02) VALUE '00'.

       01  WS-ACHOU-SW              PIC X(01) VALUE 'N'.
           88 WS-ACHOU-ANO              VALUE 'S'.

       01  WS-DATA                  PIC 9(08) VALUE 0.
       01  WS-DATA-R REDEFINES WS-DATA.
           03 WS-ANO-DATA           PIC 9(04).
           03 FILLER                PIC 9(04).

       01  WS-ANO-PROCURADO         PIC 9(04) VALUE 0.
       01  WS-FIM-CALENDARIO        PIC 9(08) VALUE 0.

      **************************************************************************
       LINKAGE SECTION.
           COPY ANOPARM.

      **************************************************************************
       PROCEDURE DIVISION USING ANO-PARMS.

           PERFORM P100-ANO-LETIVO THRU P100-FIM.
           GOBACK.
      *>************************************************************************
      *> A historia vale primeiro: ano encerrado no PROGM9 e ano
      *> fechado, qualquer que seja a data. Procura-se o encerramento
      *> do ano da data e dos dois anteriores - o mais recente decide.
      *>************************************************************************
       P100-ANO-LETIVO.
           IF ANP-DATA = 0
                ACCEPT WS-DATA FROM DATE YYYYMMDD
           ELSE
                MOVE ANP-DATA TO WS-DATA
           END-IF
           MOVE WS-ANO-DATA TO ANP-ANO-LETIVO
           SET ANP-PELA-DATA TO TRUE

           OPEN INPUT HISTORY-MASTER
           IF WS-HIST-STATUS = '00'
                MOVE WS-ANO-DATA TO WS-ANO-PROCURADO
                PERFORM P110-PROCURA-ENCERRAMENTO THRU P110-FIM
                IF NOT WS-ACHOU-ANO
                     SUBTRACT 1 FROM WS-ANO-PROCURADO
                     PERFORM P110-PROCURA-ENCERRAMENTO THRU P110-FIM
                END-IF
                IF NOT WS-ACHOU-ANO
                     SUBTRACT 1 FROM WS-ANO-PROCURADO
                     PERFORM P110-PROCURA-ENCERRAMENTO THRU P110-FIM
                END-IF
                CLOSE HISTORY-MASTER
           END-IF

           IF WS-ACHOU-ANO
                COMPUTE ANP-ANO-LETIVO = WS-ANO-PROCURADO + 1
                SET ANP-PELA-HISTORIA TO TRUE
                GO TO P100-FIM
           END-IF

           PERFORM P120-CONFERE-CALENDARIO THRU P120-FIM
           .
       P100-FIM.


       P110-PROCURA-ENCERRAMENTO.
           MOVE 'N' TO WS-ACHOU-SW
           MOVE WS-ANO-PROCURADO TO HIST-ANO
           MOVE LOW-VALUE        TO HIST-MATRICULA
           MOVE LOW-VALUE        TO HIST-MATERIA
           START HISTORY-MASTER KEY NOT LESS HIST-CHAVE
                INVALID KEY
                     GO TO P110-FIM
           END-START

           READ HISTORY-MASTER NEXT RECORD
                AT END
                     GO TO P110-FIM
           END-READ
           IF HIST-ANO = WS-ANO-PROCURADO
                MOVE 'S' TO WS-ACHOU-SW
           END-IF
           .
       P110-FIM.


      *>************************************************************************
      *> Sem encerramento recente: o ano anterior continua aberto
      *> enquanto a data nao passou do ultimo prazo do calendario dele.
      *>************************************************************************
       P120-CONFERE-CALENDARIO.
           OPEN INPUT SCHOOL-CALENDAR
           IF WS-CALE-STATUS NOT = '00'
                GO TO P120-FIM
           END-IF

           COMPUTE CAL-ANO = WS-ANO-DATA - 1
           READ SCHOOL-CALENDAR
                INVALID KEY
                     CLOSE SCHOOL-CALENDAR
                     GO TO P120-FIM
           END-READ
           CLOSE SCHOOL-CALENDAR

           MOVE CAL-PRAZO-NOTAS (4) TO WS-FIM-CALENDARIO
           IF CAL-RECUP-FIM > WS-FIM-CALENDARIO
                MOVE CAL-RECUP-FIM TO WS-FIM-CALENDARIO
           END-IF
           IF WS-DATA NOT > WS-FIM-CALENDARIO
                MOVE CAL-ANO TO ANP-ANO-LETIVO
                SET ANP-PELO-CALENDARIO TO TRUE
           END-IF
           .
       P120-FIM.

       END PROGRAM PROGM2A.
