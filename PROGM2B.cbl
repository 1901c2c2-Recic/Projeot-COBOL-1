      *                 quanto como passo do driver da janela noturna
      *                 (PROGM15) - a reexecucao do driver reinicia o
      *                 lote, que retoma sozinho do checkpoint.
      * 15/10/2026  RC  O lote grava com PRM-NIVEL-LOTE: a atribuicao de
      *                 aulas do professor que digitou cada linha ja foi
      *                 conferida pelo pre-edit (PROGM2E), e o operador
      *                 do lote nao e o professor da turma.
      * 15/10/2026  RC  O sign-on passa o nome do programa a PROGM2S
      *                 (SGN-PROGRAMA) para o log de sign-on.
      * 15/10/2026  RC  No fim o lote deixa no STEPCNT (CNTREC.cpy) as
      *                 linhas lidas do ROSTOK, as carregadas no mestre
      *                 e as com erro, para o balanceamento da janela
      *                 (PROGM15). Carregada e a linha gravada agora, a
      *                 que ja estava lancada e a que ficou para tras
      *                 na retomada do checkpoint - todas estao no
      *                 mestre, entao o ROSTOK inteiro fecha mesmo
      *                 depois de uma queda.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM2B.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT STEP-COUNT
               ASSIGN TO 'STEPCNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPOINT-FILE.
           COPY CKPTREC.

       FD  STEP-COUNT.
           COPY CNTREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-ROSTER-STATUS         PIC X(02) VALUE '00'.

       01  WS-QTDE-LIDA             PIC 9(06) VALUE 0.
       01  WS-QTDE-GRAVADA          PIC 9(06) VALUE 0.
       01  WS-QTDE-JA-LANCADA       PIC 9(06) VALUE 0.
       01  WS-QTDE-RETOMADA         PIC 9(06) VALUE 0.
       01  WS-QTDE-ERRO             PIC 9(06) VALUE 0.
       01  WS-CNT-STATUS            PIC X(02) VALUE '00'.

       01  WS-OPERADOR              PIC X(08) VALUE SPACE.
       01  WS-SENHA                 PIC X(08) VALUE SPACE.

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM2B'   TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL
           MOVE 'N' TO WS-PULANDO-SW
           MOVE 'N' TO WS-RETOMAR-SW
           MOVE 0   TO WS-QTDE-LIDA
           MOVE 0   TO WS-QTDE-RETOMADA

           CLOSE ROSTER-FILE
           OPEN INPUT ROSTER-FILE
      *>************************************************************************
       P200-PROCESSA-LOTE.
           IF WS-PULANDO
                ADD 1 TO WS-QTDE-RETOMADA
                IF ROS-MATRICULA = WS-CKPT-MATRICULA-SALVA AND
                   ROS-MATERIA   = WS-CKPT-MATERIA-SALVA
                     MOVE 'N' TO WS-PULANDO-SW
           PERFORM P210-JA-PROCESSADO

           IF PRM-OK
                ADD 1 TO WS-QTDE-JA-LANCADA
                DISPLAY 'MATRICULA ' ROS-MATRICULA ' MATERIA '
                        ROS-MATERIA ' TRIMESTRE ' ROS-TRIMESTRE
                        ' JA LANCADO - PULANDO'
      *>************************************************************************
       P220-GRAVA-LOTE.
           SET PRM-MODO-TRIMESTRE TO TRUE
           SET PRM-NIVEL-LOTE TO TRUE
           MOVE WS-OPERADOR   TO PRM-OPERADOR
           MOVE ROS-NOME      TO PRM-NOME
           MOVE ROS-MATRICULA TO PRM-MATRICULA
                MOVE ROS-MATERIA   TO WS-ULT-MATERIA-OK
                PERFORM P230-GRAVA-CHECKPOINT
           ELSE
                ADD 1 TO WS-QTDE-ERRO
                DISPLAY 'ERRO AO GRAVAR MATRICULA ' ROS-MATRICULA
                        ' MATERIA ' ROS-MATERIA
                        ' - CODIGO ' PRM-RETORNO

           DISPLAY 'LOTE CONCLUIDO - LIDOS: ' WS-QTDE-LIDA
           DISPLAY '                  GRAVADOS: ' WS-QTDE-GRAVADA
           DISPLAY '                  COM ERRO: ' WS-QTDE-ERRO

           PERFORM P920-GRAVA-CONTAGEM
           GOBACK
           .
       P900-FIM.


      *>************************************************************************
      *> Contagens do passo para o balanceamento da janela: lidas do
      *> ROSTOK = carregadas + com erro.
      *>************************************************************************
       P920-GRAVA-CONTAGEM.
           OPEN OUTPUT STEP-COUNT
           IF WS-CNT-STATUS = '00'
                MOVE 'PROGM2B'    TO CNT-PROGRAMA
                MOVE WS-QTDE-LIDA TO CNT-QTDE-ENTRADA
                COMPUTE CNT-QTDE-SAIDA = WS-QTDE-GRAVADA
                                       + WS-QTDE-JA-LANCADA
                                       + WS-QTDE-RETOMADA
                MOVE WS-QTDE-ERRO TO CNT-QTDE-DESVIO
                WRITE CNT-REC
                CLOSE STEP-COUNT
           END-IF
           .
       P920-FIM.

       END PROGRAM PROGM2B.
