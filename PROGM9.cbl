      *                 dentro, senao a primeira conciliacao do ano
      *                 novo apontaria LOG SEM REGISTRO NO MESTRE para
      *                 tudo que foi para o LOGHIST.
      * 15/10/2026  RC  A linha do LOGHIST acompanha o TRANSLOG, que
      *                 ganhou a marca de lancamento fora do prazo
      *                 (LOG-ATRASO): 78 posicoes.
      * 15/10/2026  RC  A frequencia do ano (FREQMST) tambem vai para
      *                 a historia, no arquivo FREQHIST (FRQHREC.cpy,
      *                 chave ano+matricula+materia), e o FREQMST e
      *                 limpo com o mestre - antes ele ficava para tras
      *                 e a frequencia do ano encerrado se perdia na
      *                 carga do ano seguinte. O censo escolar
      *                 (PROGM30) le a frequencia dali. Falha ao
      *                 arquivar a frequencia preserva os arquivos
      *                 vivos, como falha no mestre.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM9.
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ATTENDANCE-MASTER
               ASSIGN TO 'FREQMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.

           SELECT ATTENDANCE-HISTORY
               ASSIGN TO 'FREQHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRH-CHAVE
               FILE STATUS IS WS-FRQH-STATUS.

           SELECT TRANSACTION-LOG
               ASSIGN TO 'TRANSLOG'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  HISTORY-MASTER.
           COPY HISTREC.

       FD  ATTENDANCE-MASTER.
           COPY FREQREC.

       FD  ATTENDANCE-HISTORY.
           COPY FRQHREC.

       FD  TRANSACTION-LOG.
           COPY LOGREC.

       FD  LOG-ARCHIVE.
       01  ARQ-LOG-REG              PIC X(78).

       FD  TRANSACTION-LOG-IX.
           COPY LOGIREC.
       01  WS-LOG-STATUS            PIC X(02) VALUE '00'.
       01  WS-LOGH-STATUS           PIC X(02) VALUE '00'.
       01  WS-LOGI-STATUS           PIC X(02) VALUE '00'.
       01  WS-FREQ-STATUS           PIC X(02) VALUE '00'.
       01  WS-FRQH-STATUS           PIC X(02) VALUE '00'.

       01  WS-FREQ-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-FIM-FREQUENCIA         VALUE 'S'.

      *>  FREQMST inexistente (ano sem carga de frequencia) nao e erro:
      *>  nada a arquivar e nada a limpar.
       01  WS-FREQ-SW               PIC X(01) VALUE 'N'.
           88 WS-COM-FREQUENCIA         VALUE 'S'.

       01  WS-QTDE-FREQ-LIDA        PIC 9(06) VALUE 0.
       01  WS-QTDE-FREQ-ARQUIVADA   PIC 9(06) VALUE 0.
       01  WS-QTDE-FREQ-ERRO        PIC 9(06) VALUE 0.

       01  WS-LOG-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-FIM-LOG                VALUE 'S'.
                STOP RUN
           END-IF

           PERFORM P320-GUARDA-FREQUENCIA THRU P320-FIM
           IF WS-QTDE-FREQ-ERRO > 0 OR
              WS-QTDE-FREQ-ARQUIVADA NOT = WS-QTDE-FREQ-LIDA
                DISPLAY 'FREQUENCIA NAO ARQUIVADA POR INTEIRO - '
                        'ARQUIVOS VIVOS'
                DISPLAY 'PRESERVADOS PARA INVESTIGACAO'
                DISPLAY '    LIDAS: ' WS-QTDE-FREQ-LIDA
                DISPLAY 'ARQUIVADAS: ' WS-QTDE-FREQ-ARQUIVADA
                STOP RUN
           END-IF

           PERFORM P310-GUARDA-LOG THRU P310-FIM

           OPEN OUTPUT ALUNO-MASTER

           OPEN OUTPUT STUDENT-TRANSCRIPT
           CLOSE STUDENT-TRANSCRIPT

           IF WS-COM-FREQUENCIA
                OPEN OUTPUT ATTENDANCE-MASTER
                CLOSE ATTENDANCE-MASTER
           END-IF
           .
       P300-FIM.

       P312-FIM.


      *>************************************************************************
      *> Leva a frequencia do ano (FREQMST) para o FREQHIST, com o ano
      *> na frente da chave. Como na historia do mestre, o ano
      *> encerrado duas vezes regrava por cima, sem duplicar; o FREQMST
      *> so e limpo depois que tudo foi arquivado.
      *>************************************************************************
       P320-GUARDA-FREQUENCIA.
           OPEN INPUT ATTENDANCE-MASTER
           IF WS-FREQ-STATUS NOT = '00'
                DISPLAY 'SEM FREQUENCIA DO ANO A ARQUIVAR'
                GO TO P320-FIM
           END-IF
           MOVE 'S' TO WS-FREQ-SW

           OPEN I-O ATTENDANCE-HISTORY
           IF WS-FRQH-STATUS = '35'
                OPEN OUTPUT ATTENDANCE-HISTORY
                CLOSE ATTENDANCE-HISTORY
                OPEN I-O ATTENDANCE-HISTORY
           END-IF
           IF WS-FRQH-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O FREQHIST'
                CLOSE ATTENDANCE-MASTER
                ADD 1 TO WS-QTDE-FREQ-ERRO
                GO TO P320-FIM
           END-IF

           PERFORM P321-LER-FREQUENCIA
           PERFORM P322-ARQUIVA-FREQUENCIA
                   UNTIL WS-FIM-FREQUENCIA

           CLOSE ATTENDANCE-MASTER ATTENDANCE-HISTORY

           DISPLAY 'FREQUENCIAS ARQUIVADAS NO FREQHIST: '
                   WS-QTDE-FREQ-ARQUIVADA
           .
       P320-FIM.


       P321-LER-FREQUENCIA.
           READ ATTENDANCE-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-FREQ-EOF-SW
           END-READ
           IF NOT WS-FIM-FREQUENCIA
                ADD 1 TO WS-QTDE-FREQ-LIDA
           END-IF
           .
       P321-FIM.


       P322-ARQUIVA-FREQUENCIA.
           MOVE WS-ANO-LETIVO   TO FRH-ANO
           MOVE FRQ-MATRICULA   TO FRH-MATRICULA
           MOVE FRQ-MATERIA     TO FRH-MATERIA
           MOVE FRQ-AULAS-DADAS TO FRH-AULAS-DADAS
           MOVE FRQ-FALTAS      TO FRH-FALTAS

           WRITE FRH-REC
                INVALID KEY
                     REWRITE FRH-REC
                     INVALID KEY
                          CONTINUE
                     END-REWRITE
           END-WRITE

           IF WS-FRQH-STATUS = '00' OR WS-FRQH-STATUS = '02'
                ADD 1 TO WS-QTDE-FREQ-ARQUIVADA
           ELSE
                ADD 1 TO WS-QTDE-FREQ-ERRO
                DISPLAY 'ERRO AO ARQUIVAR FREQUENCIA DA MATRICULA '
                        FRH-MATRICULA ' MATERIA ' FRH-MATERIA
           END-IF

           PERFORM P321-LER-FREQUENCIA
           .
       P322-FIM.


       P900-ENCERRA.
           DISPLAY 'ANO ' WS-ANO-LETIVO ' ENCERRADO'
           DISPLAY 'REGISTROS ARQUIVADOS: ' WS-QTDE-ARQUIVADA
           DISPLAY 'FREQUENCIAS ARQUIVADAS: ' WS-QTDE-FREQ-ARQUIVADA
           STOP RUN
           .
       P900-FIM.
