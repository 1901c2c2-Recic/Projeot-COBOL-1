      *                 driver; cada passo e cancelado depois de rodar
      *                 para a proxima janela comecar do estado
      *                 inicial.
      * 15/10/2026  RC  Lote de recuperacao (PROGM2R) ligado/desligado
      *                 pelo calendario escolar (CALEND, CALEREC.cpy):
      *                 roda so quando a data da janela cai dentro da
      *                 janela da recuperacao do ano, qualquer que seja
      *                 o JOB-EXECUTAR da linha. Sem calendario, ou sem
      *                 o ano cadastrado, vale o JOBCTL, com aviso.
      * 15/10/2026  RC  Balanceamento da janela: o driver limpa o
      *                 STEPCNT (CNTREC.cpy) antes de cada passo e le
      *                 as contagens que o passo deixou (PROGM2E,
      *                 PROGM2B, PROGM4), guardando-as no evento de
      *                 conclusao/falha do RUNCTL. O RUNRPT passa a
      *                 mostrar as contagens de cada passo, uma secao
      *                 de balanceamento (PROGM2E lidas = ROSTOK +
      *                 SUSPFILE, PROGM2B lidas = ROSTOK do PROGM2E,
      *                 PROGM2B carregadas = lidas, PROGM4 lidos =
      *                 exportados + pulados) e a situacao da janela.
      *                 Conta que nao fecha marca a janela como falha
      *                 no balanceamento, com RETURN-CODE 8.
      * 15/10/2026  RC  Backup em geracoes antes da janela: o PROGM32
      *                 entra sempre como o primeiro passo, antes das
      *                 linhas do JOBCTL (linha do PROGM32 no JOBCTL e
      *                 ignorada). Como os outros passos, fica no
      *                 RUNCTL e no RUNRPT; backup com falha para a
      *                 janela antes de qualquer passo tocar os
      *                 arquivos, e na reexecucao da mesma janela o
      *                 backup ja concluido nao roda de novo - a
      *                 geracao de antes da janela continua sendo o
      *                 ponto de corte.
      * 15/10/2026  RC  O calendario que liga o PROGM2R e o do ano
      *                 letivo aberto na data da janela (rotina
      *                 PROGM2A), nao o do ano da data: a recuperacao
      *                 marcada para janeiro nunca era achada.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM15.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SCHOOL-CALENDAR
               ASSIGN TO 'CALEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-CALE-STATUS.

           SELECT STEP-COUNT
               ASSIGN TO 'STEPCNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-REPORT.
       01  RPT-LINHA                PIC X(90).

       FD  SCHOOL-CALENDAR.
           COPY CALEREC.

       FD  STEP-COUNT.
           COPY CNTREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-JOB-STATUS            PIC X(02) VALUE '00'.
       01  WS-RUN-STATUS            PIC X(02) VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE '00'.
       01  WS-CALE-STATUS           PIC X(02) VALUE '00'.
       01  WS-CNT-STATUS            PIC X(02) VALUE '00'.

      *>  Passo cuja execucao e decidida pelo calendario escolar.
       01  WS-PASSO-RECUPERACAO     PIC X(08) VALUE 'PROGM2R'.

      *>  Passo do backup em geracoes, sempre o primeiro da janela.
       01  WS-PASSO-BACKUP          PIC X(08) VALUE 'PROGM32'.

      *>  Passos cujas contagens entram no balanceamento da janela.
       01  WS-PASSO-PRE-EDIT        PIC X(08) VALUE 'PROGM2E'.
       01  WS-PASSO-LOTE            PIC X(08) VALUE 'PROGM2B'.
       01  WS-PASSO-PORTAL          PIC X(08) VALUE 'PROGM4'.

       01  WS-JOB-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-FIM-JOBCTL             VALUE 'S'.
       01  WS-QTDE-PASSOS           PIC 9(02) COMP VALUE 0.
       01  WS-IDX                   PIC 9(02) COMP VALUE 0.
       01  WS-IDX-EVENTO            PIC 9(02) COMP VALUE 0.
       01  WS-IDX-PRE-EDIT          PIC 9(02) COMP VALUE 0.
       01  WS-IDX-LOTE              PIC 9(02) COMP VALUE 0.
       01  WS-IDX-PORTAL            PIC 9(02) COMP VALUE 0.

       01  WS-PROGRAMA              PIC X(08) VALUE SPACE.
       01  WS-RC-SALVO              PIC 9(04) VALUE 0.
           03 WS-PASSO OCCURS 20 TIMES.
              05 TBL-PASSO-PROGRAMA PIC X(08).
              05 TBL-PASSO-EXECUTAR PIC X(01).
              05 TBL-PASSO-CALENDARIO PIC X(01).
              05 TBL-PASSO-SITUACAO PIC X(01).
              05 TBL-PASSO-INICIO   PIC 9(08).
              05 TBL-PASSO-FIM      PIC 9(08).
              05 TBL-PASSO-RC       PIC 9(04).
              05 TBL-PASSO-CONTAGEM PIC X(01).
              05 TBL-PASSO-ENTRADA  PIC 9(07).
              05 TBL-PASSO-SAIDA    PIC 9(07).
              05 TBL-PASSO-DESVIO   PIC 9(07).

      *>  Uma conferencia do balanceamento: o valor esperado contra o
      *>  apurado, so quando os passos envolvidos concluiram com
      *>  contagem nesta janela.
       01  WS-BAL-DESCRICAO         PIC X(44) VALUE SPACE.
       01  WS-BAL-ESPERADO          PIC 9(08) VALUE 0.
       01  WS-BAL-APURADO           PIC 9(08) VALUE 0.
       01  WS-BAL-CONTAGEM-SW       PIC X(01) VALUE 'N'.
           88 WS-BAL-COM-CONTAGEM       VALUE 'S'.

       01  WS-BALANCO-SW            PIC X(01) VALUE 'N'.
           88 WS-BALANCO-FALHOU         VALUE 'S'.

       01  CAB-LINHA-1.
           03 FILLER           PIC X(33) VALUE
           03 FILLER                PIC X(14) VALUE 'SITUACAO'.
           03 FILLER                PIC X(10) VALUE 'INICIO'.
           03 FILLER                PIC X(10) VALUE 'FIM'.
           03 FILLER                PIC X(10) VALUE 'RETCODE'.
           03 FILLER                PIC X(10) VALUE '   ENTRADA'.
           03 FILLER                PIC X(10) VALUE '     SAIDA'.
           03 FILLER                PIC X(10) VALUE '    DESVIO'.

       01  DET-LINHA.
           03 DET-PROGRAMA           PIC X(10).
           03 DET-INICIO             PIC X(10).
           03 DET-FIM                PIC X(10).
           03 DET-RC                 PIC ZZZ9.
           03 FILLER                 PIC X(09) VALUE SPACE.
           03 DET-CONTAGENS.
              05 DET-ENTRADA         PIC ZZZZZZ9.
              05 FILLER              PIC X(03) VALUE SPACE.
              05 DET-SAIDA           PIC ZZZZZZ9.
              05 FILLER              PIC X(03) VALUE SPACE.
              05 DET-DESVIO          PIC ZZZZZZ9.

       01  BAL-LINHA-TITULO.
           03 FILLER                PIC X(23) VALUE
                   'BALANCEAMENTO DA JANELA'.

       01  BAL-LINHA-CAB.
           03 FILLER                PIC X(46) VALUE 'CONFERENCIA'.
           03 FILLER                PIC X(10) VALUE '  ESPERADO'.
           03 FILLER                PIC X(10) VALUE '   APURADO'.
           03 FILLER                PIC X(03) VALUE SPACE.
           03 FILLER                PIC X(09) VALUE 'RESULTADO'.

       01  BAL-LINHA-DET.
           03 BAL-DESCRICAO         PIC X(46).
           03 BAL-ESPERADO          PIC ZZZZZZZZZ9.
           03 BAL-APURADO           PIC ZZZZZZZZZ9.
           03 FILLER                PIC X(03) VALUE SPACE.
           03 BAL-RESULTADO         PIC X(12).

       01  BAL-LINHA-SITUACAO.
           03 FILLER                PIC X(20) VALUE
                   'SITUACAO DA JANELA: '.
           03 BAL-SITUACAO          PIC X(30).

       01  WS-HORA-EDT              PIC X(08) VALUE SPACE.

           COPY ANOPARM.

      **************************************************************************
       PROCEDURE DIVISION.

                     CLOSE RUN-CONTROL-FILE
                     MOVE 'N' TO WS-RUNCTL-ABERTO-SW
                END-IF
           END-IF
           PERFORM P600-RELATORIO.
           IF WS-MODO-EXECUTA
                IF WS-JANELA-PARADA
                     DISPLAY 'JANELA INTERROMPIDA - CORRIJA O PASSO '
                             'COM FALHA E REEXECUTE O DRIVER'
                ELSE
                     IF WS-BALANCO-FALHOU
                          DISPLAY 'JANELA FALHOU NO BALANCEAMENTO - '
                                  'CONTAGENS DOS PASSOS NAO FECHAM'
                     ELSE
                          DISPLAY 'JANELA CONCLUIDA'
                     END-IF
                END-IF
           END-IF
           IF WS-BALANCO-FALHOU
                MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM P900-ENCERRA.
      *>************************************************************************
      *> Modo 1 executa a janela da data informada; modo 2 so reimprime
           END-IF

           PERFORM P110-CARREGA-JOBCTL
           IF WS-QTDE-PASSOS NOT > 1
                DISPLAY 'JOBCTL VAZIO - NADA A EXECUTAR'
                STOP RUN
           END-IF
           PERFORM P120-CARREGA-RUNCTL THRU P120-FIM

           IF WS-MODO-EXECUTA
                PERFORM P140-APLICA-CALENDARIO THRU P140-FIM
                PERFORM P130-ABRIR-RUNCTL-GRAVACAO
           END-IF
           .
                STOP RUN
           END-IF

      *>   O backup vem antes de tudo o que o JOBCTL mandar rodar.
           MOVE WS-PASSO-BACKUP TO JOB-PROGRAMA
           MOVE 'S'             TO JOB-EXECUTAR
           PERFORM P113-NOVO-PASSO

           PERFORM P111-LER-JOBCTL
           PERFORM P112-GUARDA-PASSO
                   UNTIL WS-FIM-JOBCTL


       P112-GUARDA-PASSO.
           IF JOB-PROGRAMA = WS-PASSO-BACKUP
                CONTINUE
           ELSE
                IF WS-QTDE-PASSOS < 20
                     PERFORM P113-NOVO-PASSO
                ELSE
                     DISPLAY 'AVISO: JOBCTL COM MAIS DE 19 PASSOS - '
                             'EXCEDENTE IGNORADO'
                END-IF
           END-IF

           PERFORM P111-LER-JOBCTL
       P112-FIM.


       P113-NOVO-PASSO.
           ADD 1 TO WS-QTDE-PASSOS
           MOVE JOB-PROGRAMA TO
                TBL-PASSO-PROGRAMA (WS-QTDE-PASSOS)
           MOVE JOB-EXECUTAR TO
                TBL-PASSO-EXECUTAR (WS-QTDE-PASSOS)
           MOVE 'N' TO TBL-PASSO-CALENDARIO (WS-QTDE-PASSOS)
           MOVE SPACE TO TBL-PASSO-SITUACAO (WS-QTDE-PASSOS)
           MOVE 0     TO TBL-PASSO-INICIO (WS-QTDE-PASSOS)
           MOVE 0     TO TBL-PASSO-FIM (WS-QTDE-PASSOS)
           MOVE 0     TO TBL-PASSO-RC (WS-QTDE-PASSOS)
           MOVE 'N'   TO TBL-PASSO-CONTAGEM (WS-QTDE-PASSOS)
           MOVE 0     TO TBL-PASSO-ENTRADA (WS-QTDE-PASSOS)
           MOVE 0     TO TBL-PASSO-SAIDA (WS-QTDE-PASSOS)
           MOVE 0     TO TBL-PASSO-DESVIO (WS-QTDE-PASSOS)
           .
       P113-FIM.


      *>************************************************************************
      *> Releitura dos eventos ja gravados para a data da janela: o
      *> ultimo evento de cada passo vira a situacao corrente - e assim
                IF RUN-EVT-INICIO
                     MOVE RUN-HORA
                       TO TBL-PASSO-INICIO (WS-IDX-EVENTO)
                     MOVE 'N'
                       TO TBL-PASSO-CONTAGEM (WS-IDX-EVENTO)
                ELSE
                     MOVE RUN-HORA
                       TO TBL-PASSO-FIM (WS-IDX-EVENTO)
                     MOVE RUN-RETCODE
                       TO TBL-PASSO-RC (WS-IDX-EVENTO)
      *>             Evento gravado antes das contagens existirem
      *>             chega sem elas (RUN-CONTAGEM em branco).
                     IF RUN-COM-CONTAGEM
                          MOVE 'S'
                            TO TBL-PASSO-CONTAGEM (WS-IDX-EVENTO)
                          MOVE RUN-QTDE-ENTRADA
                            TO TBL-PASSO-ENTRADA (WS-IDX-EVENTO)
                          MOVE RUN-QTDE-SAIDA
                            TO TBL-PASSO-SAIDA (WS-IDX-EVENTO)
                          MOVE RUN-QTDE-DESVIO
                            TO TBL-PASSO-DESVIO (WS-IDX-EVENTO)
                     ELSE
                          MOVE 'N'
                            TO TBL-PASSO-CONTAGEM (WS-IDX-EVENTO)
                     END-IF
                END-IF
           END-IF
           .
       P130-FIM.


      *>************************************************************************
      *> A recuperacao tem epoca: o calendario do ano letivo aberto na
      *> data da janela diz se ela cai na janela da recuperacao, e isso
      *> liga ou desliga o PROGM2R por cima do JOB-EXECUTAR. Sem
      *> calendario, ou sem o ano cadastrado, fica valendo o JOBCTL.
      *>************************************************************************
       P140-APLICA-CALENDARIO.
           MOVE WS-DATA-JANELA TO ANP-DATA
           CALL 'PROGM2A' USING ANO-PARMS
           END-CALL
           OPEN INPUT SCHOOL-CALENDAR
           IF WS-CALE-STATUS NOT = '00'
                DISPLAY 'AVISO: CALENDARIO ESCOLAR INDISPONIVEL - '
                        'RECUPERACAO SEGUE O JOBCTL'
                GO TO P140-FIM
           END-IF

           MOVE ANP-ANO-LETIVO TO CAL-ANO
           READ SCHOOL-CALENDAR
                INVALID KEY
                     DISPLAY 'AVISO: ANO ' CAL-ANO ' SEM CALENDARIO '
                             '- RECUPERACAO SEGUE O JOBCTL'
                     CLOSE SCHOOL-CALENDAR
                     GO TO P140-FIM
           END-READ
           CLOSE SCHOOL-CALENDAR

           PERFORM P141-DECIDE-RECUPERACAO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-PASSOS
           .
       P140-FIM.


       P141-DECIDE-RECUPERACAO.
           IF TBL-PASSO-PROGRAMA (WS-IDX) = WS-PASSO-RECUPERACAO
                MOVE 'S' TO TBL-PASSO-CALENDARIO (WS-IDX)
                IF WS-DATA-JANELA NOT < CAL-RECUP-INICIO
                   AND WS-DATA-JANELA NOT > CAL-RECUP-FIM
                     MOVE 'S' TO TBL-PASSO-EXECUTAR (WS-IDX)
                ELSE
                     MOVE 'N' TO TBL-PASSO-EXECUTAR (WS-IDX)
                END-IF
           END-IF
           .
       P141-FIM.


      *>************************************************************************
      *> Um passo da janela: desligado no JOBCTL e registrado como
      *> pulado; ja concluido nesta janela (reexecucao) nao roda de
                IF TBL-PASSO-SITUACAO (WS-IDX) NOT = 'P'
                     MOVE 'P' TO RUN-EVENTO
                     MOVE 0   TO RUN-RETCODE
                     PERFORM P330-SEM-CONTAGEM
                     PERFORM P500-GRAVA-EVENTO
                END-IF
                IF TBL-PASSO-CALENDARIO (WS-IDX) = 'S'
                     DISPLAY 'PASSO ' WS-PROGRAMA ' FORA DA JANELA '
                             'DA RECUPERACAO - PULADO'
                ELSE
                     DISPLAY 'PASSO ' WS-PROGRAMA
                             ' DESLIGADO NO JOBCTL - PULADO'
                END-IF
                GO TO P300-FIM
           END-IF

           DISPLAY 'INICIANDO PASSO ' WS-PROGRAMA
           MOVE 'I' TO RUN-EVENTO
           MOVE 0   TO RUN-RETCODE
           PERFORM P330-SEM-CONTAGEM
           PERFORM P500-GRAVA-EVENTO

      *>   STEPCNT vazio antes do passo: contagem que sobrar de outro
      *>   programa nunca e atribuida a este.
           OPEN OUTPUT STEP-COUNT
           CLOSE STEP-COUNT

           MOVE 0 TO RETURN-CODE
           CALL WS-PROGRAMA
                ON EXCEPTION
           CANCEL 'PROGM2P'
           MOVE 0 TO RETURN-CODE

           PERFORM P320-LE-CONTAGEM THRU P320-FIM

           IF WS-RC-SALVO = 0
                MOVE 'C' TO RUN-EVENTO
                MOVE 0   TO RUN-RETCODE
       P300-FIM.


      *>************************************************************************
      *> Contagens que o passo deixou no STEPCNT, para o evento de
      *> conclusao/falha. Passo que nao conta (ou que caiu antes de
      *> gravar) deixa o arquivo vazio e o evento sai sem contagem.
      *>************************************************************************
       P320-LE-CONTAGEM.
           PERFORM P330-SEM-CONTAGEM

           OPEN INPUT STEP-COUNT
           IF WS-CNT-STATUS NOT = '00'
                GO TO P320-FIM
           END-IF

           READ STEP-COUNT
                AT END
                     MOVE '10' TO WS-CNT-STATUS
           END-READ
           IF WS-CNT-STATUS = '00'
              AND CNT-PROGRAMA = WS-PROGRAMA
                MOVE 'S'              TO RUN-CONTAGEM
                MOVE CNT-QTDE-ENTRADA TO RUN-QTDE-ENTRADA
                MOVE CNT-QTDE-SAIDA   TO RUN-QTDE-SAIDA
                MOVE CNT-QTDE-DESVIO  TO RUN-QTDE-DESVIO
           END-IF
           CLOSE STEP-COUNT
           .
       P320-FIM.


       P330-SEM-CONTAGEM.
           MOVE 'N' TO RUN-CONTAGEM
           MOVE 0   TO RUN-QTDE-ENTRADA
           MOVE 0   TO RUN-QTDE-SAIDA
           MOVE 0   TO RUN-QTDE-DESVIO
           .
       P330-FIM.


      *>************************************************************************
      *> Grava o evento no RUNCTL e atualiza a situacao do passo na
      *> tabela, para o relatorio da manha sair da mesma fonte.
           MOVE RUN-EVENTO TO TBL-PASSO-SITUACAO (WS-IDX)
           IF RUN-EVT-INICIO
                MOVE RUN-HORA TO TBL-PASSO-INICIO (WS-IDX)
                MOVE 'N'      TO TBL-PASSO-CONTAGEM (WS-IDX)
           ELSE
                MOVE RUN-HORA         TO TBL-PASSO-FIM (WS-IDX)
                MOVE RUN-RETCODE      TO TBL-PASSO-RC (WS-IDX)
                MOVE RUN-CONTAGEM     TO TBL-PASSO-CONTAGEM (WS-IDX)
                MOVE RUN-QTDE-ENTRADA TO TBL-PASSO-ENTRADA (WS-IDX)
                MOVE RUN-QTDE-SAIDA   TO TBL-PASSO-SAIDA (WS-IDX)
                MOVE RUN-QTDE-DESVIO  TO TBL-PASSO-DESVIO (WS-IDX)
           END-IF
           .
       P500-FIM.

      *>************************************************************************
      *> Relatorio da manha: um passo por linha, na ordem do JOBCTL,
      *> com a situacao final da janela, os horarios, o retcode e as
      *> contagens - a secretaria ve de relance o que de fato executou.
      *> Depois vem o balanceamento entre os passos e a situacao da
      *> janela como um todo.
      *>************************************************************************
       P600-RELATORIO.
           OPEN OUTPUT RUN-REPORT
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-PASSOS

           PERFORM P630-BALANCEAMENTO
           PERFORM P660-SITUACAO-DA-JANELA

           CLOSE RUN-REPORT
           .
       P600-FIM.
           END-IF

           MOVE TBL-PASSO-RC (WS-IDX) TO DET-RC

           IF TBL-PASSO-CONTAGEM (WS-IDX) = 'S'
                MOVE TBL-PASSO-ENTRADA (WS-IDX) TO DET-ENTRADA
                MOVE TBL-PASSO-SAIDA (WS-IDX)   TO DET-SAIDA
                MOVE TBL-PASSO-DESVIO (WS-IDX)  TO DET-DESVIO
           ELSE
                MOVE SPACE TO DET-CONTAGENS
           END-IF
           WRITE RPT-LINHA FROM DET-LINHA
           .
       P610-FIM.
       P621-FIM.


      *>************************************************************************
      *> Balanceamento: o que um passo entregou tem de ser o que o
      *> seguinte recebeu, e cada passo tem de dar conta de tudo o que
      *> leu. Conferencia de passo pulado, nao concluido ou sem
      *> contagem sai como SEM CONTAGEM e nao derruba a janela.
      *>************************************************************************
       P630-BALANCEAMENTO.
           MOVE 'N' TO WS-BALANCO-SW
           MOVE 0   TO WS-IDX-PRE-EDIT WS-IDX-LOTE WS-IDX-PORTAL
           PERFORM P631-LOCALIZA-PASSO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-PASSOS

           MOVE SPACE TO RPT-LINHA
           WRITE RPT-LINHA
           WRITE RPT-LINHA FROM BAL-LINHA-TITULO
           WRITE RPT-LINHA FROM BAL-LINHA-CAB

      *>   PROGM2E: cada linha lida vai para o ROSTOK ou o SUSPFILE.
           MOVE 'PROGM2E LIDAS = ROSTOK + SUSPFILE' TO WS-BAL-DESCRICAO
           MOVE 'N' TO WS-BAL-CONTAGEM-SW
           IF WS-IDX-PRE-EDIT > 0
                MOVE WS-IDX-PRE-EDIT TO WS-IDX
                PERFORM P632-PASSO-CONTADO
                IF WS-BAL-COM-CONTAGEM
                     MOVE TBL-PASSO-ENTRADA (WS-IDX) TO WS-BAL-ESPERADO
                     COMPUTE WS-BAL-APURADO =
                             TBL-PASSO-SAIDA (WS-IDX)
                           + TBL-PASSO-DESVIO (WS-IDX)
                END-IF
           END-IF
           PERFORM P650-LINHA-CONFERENCIA

      *>   PROGM2B: le exatamente o ROSTOK que o PROGM2E gravou.
           MOVE 'PROGM2B LIDAS = ROSTOK DO PROGM2E'
             TO WS-BAL-DESCRICAO
           MOVE 'N' TO WS-BAL-CONTAGEM-SW
           IF WS-IDX-PRE-EDIT > 0 AND WS-IDX-LOTE > 0
                MOVE WS-IDX-PRE-EDIT TO WS-IDX
                PERFORM P632-PASSO-CONTADO
                IF WS-BAL-COM-CONTAGEM
                     MOVE WS-IDX-LOTE TO WS-IDX
                     PERFORM P632-PASSO-CONTADO
                END-IF
                IF WS-BAL-COM-CONTAGEM
                     MOVE TBL-PASSO-SAIDA (WS-IDX-PRE-EDIT)
                       TO WS-BAL-ESPERADO
                     MOVE TBL-PASSO-ENTRADA (WS-IDX-LOTE)
                       TO WS-BAL-APURADO
                END-IF
           END-IF
           PERFORM P650-LINHA-CONFERENCIA

      *>   PROGM2B: todo o ROSTOK carregado no mestre.
           MOVE 'PROGM2B CARREGADAS = LIDAS DO ROSTOK'
             TO WS-BAL-DESCRICAO
           MOVE 'N' TO WS-BAL-CONTAGEM-SW
           IF WS-IDX-LOTE > 0
                MOVE WS-IDX-LOTE TO WS-IDX
                PERFORM P632-PASSO-CONTADO
                IF WS-BAL-COM-CONTAGEM
                     MOVE TBL-PASSO-ENTRADA (WS-IDX) TO WS-BAL-ESPERADO
                     MOVE TBL-PASSO-SAIDA (WS-IDX)   TO WS-BAL-APURADO
                END-IF
           END-IF
           PERFORM P650-LINHA-CONFERENCIA

      *>   PROGM4: cada registro do mestre exportado ou pulado.
           MOVE 'PROGM4 LIDOS = EXPORTADOS + PULADOS'
             TO WS-BAL-DESCRICAO
           MOVE 'N' TO WS-BAL-CONTAGEM-SW
           IF WS-IDX-PORTAL > 0
                MOVE WS-IDX-PORTAL TO WS-IDX
                PERFORM P632-PASSO-CONTADO
                IF WS-BAL-COM-CONTAGEM
                     MOVE TBL-PASSO-ENTRADA (WS-IDX) TO WS-BAL-ESPERADO
                     COMPUTE WS-BAL-APURADO =
                             TBL-PASSO-SAIDA (WS-IDX)
                           + TBL-PASSO-DESVIO (WS-IDX)
                END-IF
           END-IF
           PERFORM P650-LINHA-CONFERENCIA
           .
       P630-FIM.


       P631-LOCALIZA-PASSO.
           EVALUATE TBL-PASSO-PROGRAMA (WS-IDX)
                WHEN WS-PASSO-PRE-EDIT
                     MOVE WS-IDX TO WS-IDX-PRE-EDIT
                WHEN WS-PASSO-LOTE
                     MOVE WS-IDX TO WS-IDX-LOTE
                WHEN WS-PASSO-PORTAL
                     MOVE WS-IDX TO WS-IDX-PORTAL
                WHEN OTHER
                     CONTINUE
           END-EVALUATE
           .
       P631-FIM.


      *>   So entra na conta o passo que concluiu nesta janela com
      *>   contagem gravada.
       P632-PASSO-CONTADO.
           IF TBL-PASSO-SITUACAO (WS-IDX) = 'C'
              AND TBL-PASSO-CONTAGEM (WS-IDX) = 'S'
                MOVE 'S' TO WS-BAL-CONTAGEM-SW
           ELSE
                MOVE 'N' TO WS-BAL-CONTAGEM-SW
           END-IF
           .
       P632-FIM.


       P650-LINHA-CONFERENCIA.
           MOVE WS-BAL-DESCRICAO TO BAL-DESCRICAO
           IF WS-BAL-COM-CONTAGEM
                MOVE WS-BAL-ESPERADO TO BAL-ESPERADO
                MOVE WS-BAL-APURADO  TO BAL-APURADO
                IF WS-BAL-ESPERADO = WS-BAL-APURADO
                     MOVE 'OK' TO BAL-RESULTADO
                ELSE
                     MOVE 'NAO FECHA' TO BAL-RESULTADO
                     MOVE 'S' TO WS-BALANCO-SW
                END-IF
           ELSE
                MOVE 0 TO BAL-ESPERADO BAL-APURADO
                MOVE 'SEM CONTAGEM' TO BAL-RESULTADO
           END-IF
           WRITE RPT-LINHA FROM BAL-LINHA-DET
           .
       P650-FIM.


      *>************************************************************************
      *> Situacao da janela: balanceamento que nao fecha e falha mesmo
      *> com todos os passos concluidos - a carga nao bate com o que a
      *> escola mandou.
      *>************************************************************************
       P660-SITUACAO-DA-JANELA.
           MOVE 'CONCLUIDA' TO BAL-SITUACAO
           PERFORM P661-SITUACAO-DO-PASSO
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-PASSOS
           IF WS-BALANCO-FALHOU
                MOVE 'FALHOU NO BALANCEAMENTO' TO BAL-SITUACAO
           END-IF

           MOVE SPACE TO RPT-LINHA
           WRITE RPT-LINHA
           WRITE RPT-LINHA FROM BAL-LINHA-SITUACAO
           .
       P660-FIM.


       P661-SITUACAO-DO-PASSO.
           EVALUATE TBL-PASSO-SITUACAO (WS-IDX)
                WHEN 'F'
                WHEN 'I'
                     MOVE 'INTERROMPIDA' TO BAL-SITUACAO
                WHEN 'C'
                WHEN 'P'
                     CONTINUE
                WHEN OTHER
                     IF BAL-SITUACAO NOT = 'INTERROMPIDA'
                          MOVE 'INCOMPLETA' TO BAL-SITUACAO
                     END-IF
           END-EVALUATE
           .
       P661-FIM.


       P900-ENCERRA.
           DISPLAY 'RELATORIO DA JANELA GRAVADO NO RUNRPT'
           STOP RUN
