      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Notificacao aos Responsaveis
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Notificacao noturna aos responsaveis: procura no
      *                 mestre e na frequencia os eventos de risco - o
      *                 aluno que entrou EM RECUP, a nota de trimestre
      *                 abaixo da media minima da materia (SUBJCAT, ou
      *                 WEIGHTTB.cpy sem o catalogo) e as faltas na
      *                 materia chegando aos 25% que reprovam por falta
      *                 (alerta a partir de WS-FALTA-ALERTA) - e para
      *                 cada evento novo de aluno ativo emite a carta
      *                 impressa (CARTAS) e, havendo e-mail no cadastro
      *                 de responsaveis (RESPONS, PROGM13), a mensagem
      *                 no extrato de e-mails (EMAILEXT). O log de
      *                 notificacoes (NOTIFLOG, NTFREC.cpy) impede o
      *                 segundo envio do mesmo evento e prova quando e
      *                 para quem a familia foi avisada; aluno sem
      *                 responsavel cadastrado nao entra no log e volta
      *                 na noite seguinte. Tudo sai no NOTIFRPT. Antes
      *                 as cartas eram escritas a mao em cima do
      *                 CLASSRPT e do PROJRPT, e metade nao saia. O
      *                 modo 2 consulta o log de um aluno no ano.
      *                 Termina com GOBACK e RETURN-CODE (0=limpo,
      *                 8=falha) para rodar como passo da janela
      *                 noturna (PROGM15). O ano do log e o ano letivo
      *                 aberto (rotina PROGM2A), nao o do relogio, para
      *                 a virada de janeiro nao reenviar o que ja foi
      *                 avisado no ano.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM31.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER
               ASSIGN TO 'ALUNOMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SUBJECT-CATALOG
               ASSIGN TO 'SUBJCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SUB-MATERIA
               FILE STATUS IS WS-SUBJ-STATUS.

           SELECT STUDENT-ENROLLMENT
               ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADA-STATUS.

           SELECT GUARDIAN-REGISTRY
               ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-RESP-STATUS.

           SELECT ATTENDANCE-MASTER
               ASSIGN TO 'FREQMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.

           SELECT NOTIFICATION-LOG
               ASSIGN TO 'NOTIFLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTF-CHAVE
               FILE STATUS IS WS-NTF-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO 'CARTAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTA-STATUS.

           SELECT EMAIL-EXTRACT
               ASSIGN TO 'EMAILEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

           SELECT NOTIFICATION-REPORT
               ASSIGN TO 'NOTIFRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
           COPY ALUNOREC.

       FD  SUBJECT-CATALOG.
           COPY SUBJREC.

       FD  STUDENT-ENROLLMENT.
           COPY CADAREC.

       FD  GUARDIAN-REGISTRY.
           COPY RESPREC.

       FD  ATTENDANCE-MASTER.
           COPY FREQREC.

       FD  NOTIFICATION-LOG.
           COPY NTFREC.

       FD  LETTER-FILE.
       01  CRT-LINHA                PIC X(80).

       FD  EMAIL-EXTRACT.
           COPY MAILREC.

       FD  NOTIFICATION-REPORT.
       01  RPT-LINHA                PIC X(90).

      **************************************************************************
       WORKING-STORAGE SECTION.
       COPY WEIGHTTB.

       01  WS-MASTER-STATUS         PIC X(02) VALUE '00'.
       01  WS-SUBJ-STATUS           PIC X(02) VALUE '00'.
       01  WS-CADA-STATUS           PIC X(02) VALUE '00'.
       01  WS-RESP-STATUS           PIC X(02) VALUE '00'.
       01  WS-FREQ-STATUS           PIC X(02) VALUE '00'.
       01  WS-NTF-STATUS            PIC X(02) VALUE '00'.
       01  WS-CARTA-STATUS          PIC X(02) VALUE '00'.
       01  WS-EMAIL-STATUS          PIC X(02) VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-FREQ-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-FIM-FREQUENCIA         VALUE 'S'.

       01  WS-NTF-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-FIM-NOTIFLOG           VALUE 'S'.

      *>  Arquivos opcionais: sem catalogo vale a media minima padrao,
      *>  sem cadastro nao ha filtro de aluno ativo, sem cadastro de
      *>  responsaveis nenhum evento pode ser enviado (todos voltam na
      *>  noite seguinte), sem frequencia nao ha alerta de faltas.
       01  WS-CATALOGO-SW           PIC X(01) VALUE 'N'.
           88 WS-CATALOGO-ABERTO        VALUE 'S'.

       01  WS-CADASTRO-SW           PIC X(01) VALUE 'N'.
           88 WS-CADASTRO-ABERTO        VALUE 'S'.

       01  WS-RESPONS-SW            PIC X(01) VALUE 'N'.
           88 WS-RESPONS-ABERTO         VALUE 'S'.

       01  WS-FREQ-SW               PIC X(01) VALUE 'N'.
           88 WS-FREQ-ABERTA            VALUE 'S'.

       01  WS-MODO                  PIC 9(01) VALUE 0.
           88 WS-MODO-NOTIFICA          VALUE 1.
           88 WS-MODO-CONSULTA          VALUE 2.

      *>  O limite legal e 25% de faltas (75% de presenca, como em
      *>  PROGM2P); o aviso sai antes, a partir de WS-FALTA-ALERTA.
       01  WS-FALTA-ALERTA          PIC 9(03) VALUE 20.
       01  WS-FALTA-LIMITE          PIC 9(03) VALUE 25.

       01  WS-DATA-HOJE             PIC 9(08) VALUE 0.
       01  WS-HORA-AGORA            PIC 9(08) VALUE 0.
       01  WS-ANO-LETIVO            PIC 9(04) VALUE 0.
       01  WS-MATRICULA-CONSULTA    PIC X(12) VALUE SPACE.

       01  WS-MINIMA-MATERIA        PIC 9V99 VALUE 0.
       01  WS-TRIM                  PIC 9(01) VALUE 0.
       01  WS-PCT-FALTAS            PIC 9(03)V9(02) VALUE 0.

       01  WS-NOTAS-DO-ANO.
           03 WS-NOTA-TRIM          PIC 9(02) OCCURS 4 TIMES.

      *>  Evento em notificacao.
       01  WS-EVENTO.
           03 WS-EVT-TIPO           PIC X(01).
              88 WS-EVT-EM-RECUP           VALUE 'R'.
              88 WS-EVT-NOTA-BAIXA         VALUE 'N'.
              88 WS-EVT-FALTAS             VALUE 'F'.
           03 WS-EVT-MATRICULA      PIC X(12).
           03 WS-EVT-MATERIA        PIC X(12).
           03 WS-EVT-TRIMESTRE      PIC 9(01).
           03 WS-EVT-NOME           PIC X(30).
           03 WS-EVT-TURMA          PIC X(06).
           03 WS-EVT-NOTA           PIC 9(02).
           03 WS-EVT-MEDIA          PIC 9(02)V9(02).
           03 WS-EVT-DESCRICAO      PIC X(10).
           03 WS-EVT-DETALHE        PIC X(20).

       01  WS-NOTA-ED               PIC Z9.
       01  WS-MEDIA-ED              PIC Z9.99.
       01  WS-MINIMA-ED             PIC 9.99.
       01  WS-PCT-ED                PIC ZZ9.99.
       01  WS-LIMITE-ED             PIC ZZ9.
       01  WS-BRANCOS               PIC 9(01) VALUE 0.
       01  WS-DATA-ED               PIC X(10) VALUE SPACE.

      *>  Texto do evento: o mesmo vai na carta e no e-mail.
       01  WS-TEXTO.
           03 WS-TEXTO-1            PIC X(70).
           03 WS-TEXTO-2            PIC X(70).
           03 WS-TEXTO-3            PIC X(70).

       01  WS-CONTADORES.
           03 WS-QTDE-EVENTO        PIC 9(06) VALUE 0.
           03 WS-QTDE-JA-AVISADO    PIC 9(06) VALUE 0.
           03 WS-QTDE-INATIVO       PIC 9(06) VALUE 0.
           03 WS-QTDE-SEM-RESP      PIC 9(06) VALUE 0.
           03 WS-QTDE-CARTA         PIC 9(06) VALUE 0.
           03 WS-QTDE-EMAIL         PIC 9(06) VALUE 0.
           03 WS-QTDE-ERRO-LOG      PIC 9(06) VALUE 0.
           03 WS-QTDE-CONSULTA      PIC 9(06) VALUE 0.

       01  CAB-LINHA-1.
           03 FILLER           PIC X(40) VALUE
                   'NOTIFICACOES AOS RESPONSAVEIS - DATA '.
           03 CAB-DATA         PIC X(10).

       01  CAB-LINHA-2.
           03 FILLER                PIC X(13) VALUE 'MATRICULA'.
           03 FILLER                PIC X(26) VALUE 'ALUNO'.
           03 FILLER                PIC X(13) VALUE 'MATERIA'.
           03 FILLER                PIC X(11) VALUE 'EVENTO'.
           03 FILLER                PIC X(12) VALUE 'DETALHE'.
           03 FILLER                PIC X(15) VALUE 'SITUACAO'.

       01  DET-LINHA.
           03 DET-MATRICULA          PIC X(13).
           03 DET-NOME               PIC X(26).
           03 DET-MATERIA            PIC X(13).
           03 DET-EVENTO             PIC X(11).
           03 DET-DETALHE            PIC X(12).
           03 DET-SITUACAO           PIC X(15).

       01  TOT-LINHA-1.
           03 FILLER           PIC X(30) VALUE
                   'EVENTOS ENCONTRADOS:      '.
           03 TOT-EVENTO       PIC ZZZ,ZZ9.

       01  TOT-LINHA-2.
           03 FILLER           PIC X(30) VALUE
                   '  JA NOTIFICADOS ANTES:   '.
           03 TOT-JA-AVISADO   PIC ZZZ,ZZ9.

       01  TOT-LINHA-3.
           03 FILLER           PIC X(30) VALUE
                   '  ALUNO NAO ATIVO:        '.
           03 TOT-INATIVO      PIC ZZZ,ZZ9.

       01  TOT-LINHA-4.
           03 FILLER           PIC X(30) VALUE
                   '  SEM RESPONSAVEL:        '.
           03 TOT-SEM-RESP     PIC ZZZ,ZZ9.

       01  TOT-LINHA-5.
           03 FILLER           PIC X(30) VALUE
                   'CARTAS EMITIDAS:          '.
           03 TOT-CARTA        PIC ZZZ,ZZ9.

       01  TOT-LINHA-6.
           03 FILLER           PIC X(30) VALUE
                   'E-MAILS GERADOS:          '.
           03 TOT-EMAIL        PIC ZZZ,ZZ9.

           COPY ANOPARM.

       01  CON-LINHA.
           03 CON-DATA               PIC X(11).
           03 CON-MATERIA            PIC X(13).
           03 CON-EVENTO             PIC X(11).
           03 CON-DETALHE            PIC X(21).
           03 CON-RESPONSAVEL        PIC X(31).
           03 CON-MEIO               PIC X(11).

      **************************************************************************
       PROCEDURE DIVISION.

           PERFORM P100-ABRIR.
           IF WS-MODO-CONSULTA
                PERFORM P700-CONSULTA THRU P700-FIM
           ELSE
                PERFORM P200-APURA-MESTRE THRU P200-FIM
                        UNTIL WS-FIM-ARQUIVO
                PERFORM P300-APURA-FREQUENCIA THRU P300-FIM
                        UNTIL WS-FIM-FREQUENCIA
           END-IF
           PERFORM P900-ENCERRA.
      *>************************************************************************
      *> Modo 1 e a execucao noturna; modo 2 so consulta o log de um
      *> aluno. O ano letivo da chave do log e o ano letivo aberto
      *> (PROGM2A) - em janeiro ainda pode ser o do ano anterior.
      *>************************************************************************
       P100-ABRIR.
           DISPLAY 'NOTIFICACAO: 1=EXECUTAR  2=CONSULTAR LOG DE ALUNO'
           ACCEPT WS-MODO
           IF NOT WS-MODO-NOTIFICA AND NOT WS-MODO-CONSULTA
                DISPLAY 'OPCAO INVALIDA'
                MOVE 8 TO RETURN-CODE
                GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO ANP-DATA
           CALL 'PROGM2A' USING ANO-PARMS
           END-CALL
           MOVE ANP-ANO-LETIVO TO WS-ANO-LETIVO
           MOVE SPACE TO WS-DATA-ED
           STRING WS-DATA-HOJE (7:2) '/' WS-DATA-HOJE (5:2) '/'
                  WS-DATA-HOJE (1:4)
                  DELIMITED BY SIZE INTO WS-DATA-ED
           END-STRING

           IF WS-MODO-CONSULTA
                OPEN INPUT NOTIFICATION-LOG
                IF WS-NTF-STATUS NOT = '00'
                     DISPLAY 'LOG DE NOTIFICACOES VAZIO OU INEXISTENTE'
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                END-IF
                GO TO P100-FIM
           END-IF

           OPEN INPUT ALUNO-MASTER
           IF WS-MASTER-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO MESTRE'
                MOVE 8 TO RETURN-CODE
                GOBACK
           END-IF

           OPEN I-O NOTIFICATION-LOG
           IF WS-NTF-STATUS = '35'
                OPEN OUTPUT NOTIFICATION-LOG
                CLOSE NOTIFICATION-LOG
                OPEN I-O NOTIFICATION-LOG
           END-IF
           IF WS-NTF-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O LOG DE NOTIFICACOES'
                CLOSE ALUNO-MASTER
                MOVE 8 TO RETURN-CODE
                GOBACK
           END-IF

           OPEN INPUT SUBJECT-CATALOG
           IF WS-SUBJ-STATUS = '00'
                MOVE 'S' TO WS-CATALOGO-SW
           ELSE
                DISPLAY 'AVISO: CATALOGO DE MATERIAS AUSENTE - '
                        'USANDO MEDIA MINIMA PADRAO'
           END-IF

           OPEN INPUT STUDENT-ENROLLMENT
           IF WS-CADA-STATUS = '00'
                MOVE 'S' TO WS-CADASTRO-SW
           END-IF

           OPEN INPUT GUARDIAN-REGISTRY
           IF WS-RESP-STATUS = '00'
                MOVE 'S' TO WS-RESPONS-SW
           ELSE
                DISPLAY 'AVISO: CADASTRO DE RESPONSAVEIS AUSENTE - '
                        'NENHUMA NOTIFICACAO SERA ENVIADA'
           END-IF

           OPEN INPUT ATTENDANCE-MASTER
           IF WS-FREQ-STATUS = '00'
                MOVE 'S' TO WS-FREQ-SW
                PERFORM P310-LER-FREQUENCIA
           ELSE
                MOVE 'S' TO WS-FREQ-EOF-SW
           END-IF

           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT EMAIL-EXTRACT
           OPEN OUTPUT NOTIFICATION-REPORT
           MOVE WS-DATA-ED TO CAB-DATA
           WRITE RPT-LINHA FROM CAB-LINHA-1
           WRITE RPT-LINHA FROM CAB-LINHA-2

           PERFORM P110-LER-MESTRE
           .
       P100-FIM.


       P110-LER-MESTRE.
           READ ALUNO-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           .
       P110-FIM.


      *>************************************************************************
      *> Eventos de um registro do mestre: EM RECUP, e cada trimestre
      *> ja lancado com nota abaixo da media minima da materia. Notas
      *> trazidas de outra escola (ALU-ORIGEM-EXTERNA) nao sao nossas e
      *> nao geram aviso de nota.
      *>************************************************************************
       P200-APURA-MESTRE.
           MOVE ALU-MATRICULA TO WS-EVT-MATRICULA
           MOVE ALU-MATERIA   TO WS-EVT-MATERIA

           IF ALU-AR = 'EM RECUP'
                SET WS-EVT-EM-RECUP TO TRUE
                MOVE 0      TO WS-EVT-TRIMESTRE
                MOVE ALU-MD TO WS-EVT-MEDIA
                MOVE ALU-MD TO WS-MEDIA-ED
                MOVE SPACE  TO WS-EVT-DETALHE
                STRING 'MEDIA ' WS-MEDIA-ED
                       DELIMITED BY SIZE INTO WS-EVT-DETALHE
                END-STRING
                PERFORM P400-NOTIFICA THRU P400-FIM
           END-IF

           IF ALU-ORIGEM-EXTERNA
                GO TO P200-PROXIMO
           END-IF

           PERFORM P210-MINIMA-DA-MATERIA
           MOVE ALU-N1 TO WS-NOTA-TRIM (1)
           MOVE ALU-N2 TO WS-NOTA-TRIM (2)
           MOVE ALU-N3 TO WS-NOTA-TRIM (3)
           MOVE ALU-N4 TO WS-NOTA-TRIM (4)
           PERFORM P220-CONFERE-TRIMESTRE
                   VARYING WS-TRIM FROM 1 BY 1 UNTIL WS-TRIM > 4
           .
       P200-PROXIMO.
           PERFORM P110-LER-MESTRE
           .
       P200-FIM.


       P210-MINIMA-DA-MATERIA.
           MOVE WGT-MEDIA-MINIMA TO WS-MINIMA-MATERIA
           IF WS-CATALOGO-ABERTO
                MOVE ALU-MATERIA TO SUB-MATERIA
                READ SUBJECT-CATALOG
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE SUB-MEDIA-MINIMA TO WS-MINIMA-MATERIA
                END-READ
           END-IF
           .
       P210-FIM.


       P220-CONFERE-TRIMESTRE.
           IF ALU-TRIM-OK (WS-TRIM) = 'S'
              AND WS-NOTA-TRIM (WS-TRIM) < WS-MINIMA-MATERIA
                SET WS-EVT-NOTA-BAIXA TO TRUE
                MOVE WS-TRIM                 TO WS-EVT-TRIMESTRE
                MOVE WS-NOTA-TRIM (WS-TRIM)  TO WS-EVT-NOTA
                MOVE WS-NOTA-TRIM (WS-TRIM)  TO WS-NOTA-ED
                MOVE WS-MINIMA-MATERIA       TO WS-MINIMA-ED
                MOVE SPACE TO WS-EVT-DETALHE
                STRING 'TRIM ' WS-TRIM ' NOTA ' WS-NOTA-ED
                       DELIMITED BY SIZE INTO WS-EVT-DETALHE
                END-STRING
                PERFORM P400-NOTIFICA THRU P400-FIM
           END-IF
           .
       P220-FIM.


      *>************************************************************************
      *> Faltas da materia: o aviso sai quando o percentual de faltas
      *> sobre as aulas dadas chega a WS-FALTA-ALERTA - antes do aluno
      *> estourar os 25% e sair REPR FALTA no fechamento do ano.
      *>************************************************************************
       P300-APURA-FREQUENCIA.
           IF FRQ-AULAS-DADAS = 0
                GO TO P300-PROXIMO
           END-IF

           COMPUTE WS-PCT-FALTAS ROUNDED =
                   FRQ-FALTAS * 100 / FRQ-AULAS-DADAS
           IF WS-PCT-FALTAS < WS-FALTA-ALERTA
                GO TO P300-PROXIMO
           END-IF

           SET WS-EVT-FALTAS TO TRUE
           MOVE FRQ-MATRICULA TO WS-EVT-MATRICULA
           MOVE FRQ-MATERIA   TO WS-EVT-MATERIA
           MOVE 0             TO WS-EVT-TRIMESTRE
           MOVE WS-PCT-FALTAS TO WS-PCT-ED
           MOVE SPACE TO WS-EVT-DETALHE
           STRING WS-PCT-ED '% DE FALTAS'
                  DELIMITED BY SIZE INTO WS-EVT-DETALHE
           END-STRING
           PERFORM P400-NOTIFICA THRU P400-FIM
           .
       P300-PROXIMO.
           PERFORM P310-LER-FREQUENCIA
           .
       P300-FIM.


       P310-LER-FREQUENCIA.
           READ ATTENDANCE-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-FREQ-EOF-SW
           END-READ
           .
       P310-FIM.


      *>************************************************************************
      *> Um evento: ja avisado (esta no log) nao sai de novo; aluno que
      *> nao esta ativo nao e notificado; sem responsavel cadastrado o
      *> evento fica pendente, fora do log, para a proxima noite.
      *>************************************************************************
       P400-NOTIFICA.
           ADD 1 TO WS-QTDE-EVENTO
           EVALUATE TRUE
                WHEN WS-EVT-EM-RECUP
                     MOVE 'EM RECUP'   TO WS-EVT-DESCRICAO
                WHEN WS-EVT-NOTA-BAIXA
                     MOVE 'NOTA BAIXA' TO WS-EVT-DESCRICAO
                WHEN OTHER
                     MOVE 'FALTAS'     TO WS-EVT-DESCRICAO
           END-EVALUATE

           MOVE WS-ANO-LETIVO    TO NTF-ANO
           MOVE WS-EVT-MATRICULA TO NTF-MATRICULA
           MOVE WS-EVT-MATERIA   TO NTF-MATERIA
           MOVE WS-EVT-TIPO      TO NTF-TIPO
           MOVE WS-EVT-TRIMESTRE TO NTF-TRIMESTRE
           READ NOTIFICATION-LOG
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     ADD 1 TO WS-QTDE-JA-AVISADO
                     GO TO P400-FIM
           END-READ

           MOVE SPACE TO WS-EVT-NOME WS-EVT-TURMA
           IF WS-EVT-FALTAS
                CONTINUE
           ELSE
                MOVE ALU-NOME TO WS-EVT-NOME
           END-IF
           IF WS-CADASTRO-ABERTO
                MOVE WS-EVT-MATRICULA TO CAD-MATRICULA
                READ STUDENT-ENROLLMENT
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          IF NOT CAD-ATIVO
                               ADD 1 TO WS-QTDE-INATIVO
                               GO TO P400-FIM
                          END-IF
                          MOVE CAD-NOME  TO WS-EVT-NOME
                          MOVE CAD-TURMA TO WS-EVT-TURMA
                END-READ
           END-IF

           IF NOT WS-RESPONS-ABERTO
                GO TO P400-SEM-RESPONSAVEL
           END-IF
           MOVE WS-EVT-MATRICULA TO RSP-MATRICULA
           READ GUARDIAN-REGISTRY
                INVALID KEY
                     GO TO P400-SEM-RESPONSAVEL
           END-READ

           PERFORM P410-MONTA-TEXTO
           PERFORM P420-IMPRIME-CARTA
           IF RSP-EMAIL NOT = SPACE
                PERFORM P430-GRAVA-EMAIL
                MOVE 'CARTA E E-MAIL' TO DET-SITUACAO
           ELSE
                MOVE 'SO CARTA' TO DET-SITUACAO
           END-IF
           PERFORM P440-GRAVA-LOG
           PERFORM P450-LINHA-DO-RELATORIO
           GO TO P400-FIM
           .
       P400-SEM-RESPONSAVEL.
           ADD 1 TO WS-QTDE-SEM-RESP
           MOVE 'SEM RESPONSAVEL' TO DET-SITUACAO
           PERFORM P450-LINHA-DO-RELATORIO
           .
       P400-FIM.


      *>************************************************************************
      *> Tres linhas de texto por evento - as mesmas da carta e do
      *> e-mail.
      *>************************************************************************
       P410-MONTA-TEXTO.
           MOVE SPACE TO WS-TEXTO
           EVALUATE TRUE
                WHEN WS-EVT-EM-RECUP
                     MOVE WS-EVT-MEDIA TO WS-MEDIA-ED
                     MOVE 'INFORMAMOS QUE O(A) ALUNO(A) FICOU EM '
                       & 'RECUPERACAO NA MATERIA'
                       TO WS-TEXTO-1
                     STRING WS-EVT-MATERIA DELIMITED BY SPACE
                            ', COM MEDIA DO ANO ' WS-MEDIA-ED
                            '. A PROVA DE RECUPERACAO'
                            DELIMITED BY SIZE INTO WS-TEXTO-2
                     END-STRING
                     MOVE 'SERA MARCADA PELA COORDENACAO - PEDIMOS '
                       & 'ACOMPANHAR A PREPARACAO.'
                       TO WS-TEXTO-3
                WHEN WS-EVT-NOTA-BAIXA
                     MOVE WS-EVT-NOTA       TO WS-NOTA-ED
                     MOVE WS-MINIMA-MATERIA TO WS-MINIMA-ED
                     STRING 'INFORMAMOS QUE A NOTA DO '
                            WS-EVT-TRIMESTRE
                            'O TRIMESTRE NA MATERIA '
                            DELIMITED BY SIZE
                            WS-EVT-MATERIA DELIMITED BY SPACE
                            INTO WS-TEXTO-1
                     END-STRING
                     STRING 'FOI ' WS-NOTA-ED
                            ', ABAIXO DA MEDIA MINIMA DE '
                            WS-MINIMA-ED ' DA MATERIA.'
                            DELIMITED BY SIZE INTO WS-TEXTO-2
                     END-STRING
                     MOVE 'PEDIMOS ATENCAO AOS ESTUDOS NO PROXIMO '
                       & 'TRIMESTRE.'
                       TO WS-TEXTO-3
                WHEN OTHER
                     MOVE WS-PCT-FALTAS TO WS-PCT-ED
                     MOVE WS-FALTA-LIMITE TO WS-LIMITE-ED
                     MOVE 0 TO WS-BRANCOS
                     INSPECT WS-LIMITE-ED TALLYING WS-BRANCOS
                             FOR LEADING SPACE
                     STRING 'INFORMAMOS QUE O(A) ALUNO(A) JA FALTOU A '
                            WS-PCT-ED '% DAS AULAS'
                            DELIMITED BY SIZE INTO WS-TEXTO-1
                     END-STRING
                     STRING 'DADAS NA MATERIA '
                            DELIMITED BY SIZE
                            WS-EVT-MATERIA DELIMITED BY SPACE
                            '. ACIMA DE ' DELIMITED BY SIZE
                            WS-LIMITE-ED (WS-BRANCOS + 1:)
                            '% DE FALTAS A LEI'
                            DELIMITED BY SIZE INTO WS-TEXTO-2
                     END-STRING
                     MOVE 'REPROVA O ALUNO POR FALTA, QUALQUER QUE '
                       & 'SEJA A NOTA.'
                       TO WS-TEXTO-3
           END-EVALUATE
           .
       P410-FIM.


      *>************************************************************************
      *> Uma carta por pagina, enderecada ao responsavel.
      *>************************************************************************
       P420-IMPRIME-CARTA.
           IF WS-QTDE-CARTA > 0
                WRITE CRT-LINHA FROM SPACE
                     BEFORE ADVANCING PAGE
           END-IF
           ADD 1 TO WS-QTDE-CARTA

           MOVE SPACE TO CRT-LINHA
           STRING 'COORDENACAO PEDAGOGICA' DELIMITED BY SIZE
                  INTO CRT-LINHA
           END-STRING
           WRITE CRT-LINHA
           MOVE SPACE TO CRT-LINHA
           STRING 'DATA: ' WS-DATA-ED DELIMITED BY SIZE
                  INTO CRT-LINHA
           END-STRING
           WRITE CRT-LINHA
           WRITE CRT-LINHA FROM SPACE

           MOVE SPACE TO CRT-LINHA
           STRING 'A(O) SR(A). ' RSP-NOME DELIMITED BY SIZE
                  INTO CRT-LINHA
           END-STRING
           WRITE CRT-LINHA
           WRITE CRT-LINHA FROM RSP-ENDERECO
           MOVE SPACE TO CRT-LINHA
           STRING RSP-BAIRRO DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  RSP-CIDADE DELIMITED BY '  '
                  '/' RSP-UF '  CEP ' RSP-CEP (1:5) '-' RSP-CEP (6:3)
                  DELIMITED BY SIZE
                  INTO CRT-LINHA
           END-STRING
           WRITE CRT-LINHA
           WRITE CRT-LINHA FROM SPACE

           MOVE SPACE TO CRT-LINHA
           STRING 'REF.: ALUNO(A) ' WS-EVT-NOME
                  ' TURMA ' WS-EVT-TURMA
                  DELIMITED BY SIZE INTO CRT-LINHA
           END-STRING
           WRITE CRT-LINHA
           MOVE SPACE TO CRT-LINHA
           STRING '      MATRICULA ' WS-EVT-MATRICULA
                  DELIMITED BY SIZE INTO CRT-LINHA
           END-STRING
           WRITE CRT-LINHA
           WRITE CRT-LINHA FROM SPACE

           WRITE CRT-LINHA FROM WS-TEXTO-1
           WRITE CRT-LINHA FROM WS-TEXTO-2
           WRITE CRT-LINHA FROM WS-TEXTO-3
           WRITE CRT-LINHA FROM SPACE
           MOVE SPACE TO CRT-LINHA
           STRING 'SOLICITAMOS O CONTATO DO RESPONSAVEL COM A '
                  'COORDENACAO.'
                  DELIMITED BY SIZE INTO CRT-LINHA
           END-STRING
           WRITE CRT-LINHA
           WRITE CRT-LINHA FROM SPACE
           MOVE SPACE TO CRT-LINHA
           STRING 'ATENCIOSAMENTE,' DELIMITED BY SIZE INTO CRT-LINHA
           END-STRING
           WRITE CRT-LINHA
           MOVE SPACE TO CRT-LINHA
           STRING 'COORDENACAO PEDAGOGICA' DELIMITED BY SIZE
                  INTO CRT-LINHA
           END-STRING
           WRITE CRT-LINHA
           .
       P420-FIM.


       P430-GRAVA-EMAIL.
           MOVE SPACE            TO EML-REC
           MOVE RSP-EMAIL        TO EML-PARA
           MOVE WS-EVT-MATRICULA TO EML-MATRICULA
           STRING 'AVISO DA ESCOLA - ' WS-EVT-DESCRICAO
                  DELIMITED BY SIZE INTO EML-ASSUNTO
           END-STRING
           MOVE WS-TEXTO         TO EML-TEXTO
           WRITE EML-REC
           ADD 1 TO WS-QTDE-EMAIL
           .
       P430-FIM.


      *>************************************************************************
      *> O log so recebe o evento que de fato saiu - e a prova de que a
      *> familia foi avisada, e o que impede o segundo envio.
      *>************************************************************************
       P440-GRAVA-LOG.
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-ANO-LETIVO    TO NTF-ANO
           MOVE WS-EVT-MATRICULA TO NTF-MATRICULA
           MOVE WS-EVT-MATERIA   TO NTF-MATERIA
           MOVE WS-EVT-TIPO      TO NTF-TIPO
           MOVE WS-EVT-TRIMESTRE TO NTF-TRIMESTRE
           MOVE WS-DATA-HOJE     TO NTF-DATA
           MOVE WS-HORA-AGORA    TO NTF-HORA
           MOVE RSP-NOME         TO NTF-RESPONSAVEL
           MOVE 'S'              TO NTF-CARTA
           IF RSP-EMAIL NOT = SPACE
                MOVE 'S' TO NTF-EMAIL
           ELSE
                MOVE 'N' TO NTF-EMAIL
           END-IF
           MOVE WS-EVT-DETALHE   TO NTF-DETALHE
           WRITE NTF-REC
                INVALID KEY
                     ADD 1 TO WS-QTDE-ERRO-LOG
                     DISPLAY 'ERRO AO GRAVAR O LOG DA MATRICULA '
                             WS-EVT-MATRICULA ' MATERIA '
                             WS-EVT-MATERIA
           END-WRITE
           .
       P440-FIM.


       P450-LINHA-DO-RELATORIO.
           MOVE WS-EVT-MATRICULA TO DET-MATRICULA
           MOVE WS-EVT-NOME      TO DET-NOME
           MOVE WS-EVT-MATERIA   TO DET-MATERIA
           MOVE WS-EVT-DESCRICAO TO DET-EVENTO
           MOVE WS-EVT-DETALHE   TO DET-DETALHE
           WRITE RPT-LINHA FROM DET-LINHA
           .
       P450-FIM.


      *>************************************************************************
      *> Consulta: tudo o que foi enviado para a familia do aluno no
      *> ano informado, na ordem da chave (materia, evento, trimestre).
      *>************************************************************************
       P700-CONSULTA.
           DISPLAY 'INFORME O ANO LETIVO (AAAA): '
           ACCEPT WS-ANO-LETIVO
           DISPLAY 'INFORME A MATRICULA: '
           ACCEPT WS-MATRICULA-CONSULTA

           MOVE WS-ANO-LETIVO         TO NTF-ANO
           MOVE WS-MATRICULA-CONSULTA TO NTF-MATRICULA
           MOVE LOW-VALUE             TO NTF-MATERIA
           MOVE LOW-VALUE             TO NTF-TIPO
           MOVE 0                     TO NTF-TRIMESTRE
           START NOTIFICATION-LOG KEY NOT LESS NTF-CHAVE
                INVALID KEY
                     MOVE 'S' TO WS-NTF-EOF-SW
           END-START

           DISPLAY 'DATA       MATERIA      EVENTO     DETALHE'
                   '              RESPONSAVEL                    MEIO'
           IF NOT WS-FIM-NOTIFLOG
                PERFORM P710-LER-NOTIFLOG
           END-IF
           PERFORM P720-MOSTRA-NOTIFICACAO
                   UNTIL WS-FIM-NOTIFLOG

           IF WS-QTDE-CONSULTA = 0
                DISPLAY 'NENHUMA NOTIFICACAO PARA O ALUNO NO ANO'
           END-IF
           .
       P700-FIM.


       P710-LER-NOTIFLOG.
           READ NOTIFICATION-LOG NEXT RECORD
                AT END
                     MOVE 'S' TO WS-NTF-EOF-SW
           END-READ
           IF NOT WS-FIM-NOTIFLOG
              AND (NTF-ANO NOT = WS-ANO-LETIVO
                   OR NTF-MATRICULA NOT = WS-MATRICULA-CONSULTA)
                MOVE 'S' TO WS-NTF-EOF-SW
           END-IF
           .
       P710-FIM.


       P720-MOSTRA-NOTIFICACAO.
           ADD 1 TO WS-QTDE-CONSULTA
           MOVE SPACE TO CON-DATA
           STRING NTF-DATA (7:2) '/' NTF-DATA (5:2) '/' NTF-DATA (1:4)
                  DELIMITED BY SIZE INTO CON-DATA
           END-STRING
           MOVE NTF-MATERIA TO CON-MATERIA
           EVALUATE TRUE
                WHEN NTF-EM-RECUP
                     MOVE 'EM RECUP'   TO CON-EVENTO
                WHEN NTF-NOTA-BAIXA
                     MOVE 'NOTA BAIXA' TO CON-EVENTO
                WHEN OTHER
                     MOVE 'FALTAS'     TO CON-EVENTO
           END-EVALUATE
           MOVE NTF-DETALHE     TO CON-DETALHE
           MOVE NTF-RESPONSAVEL TO CON-RESPONSAVEL
           IF NTF-COM-EMAIL
                MOVE 'CARTA+EMAIL' TO CON-MEIO
           ELSE
                MOVE 'CARTA'       TO CON-MEIO
           END-IF
           DISPLAY CON-LINHA
           PERFORM P710-LER-NOTIFLOG
           .
       P720-FIM.


       P900-ENCERRA.
           IF WS-MODO-CONSULTA
                CLOSE NOTIFICATION-LOG
                GOBACK
           END-IF

           MOVE WS-QTDE-EVENTO     TO TOT-EVENTO
           MOVE WS-QTDE-JA-AVISADO TO TOT-JA-AVISADO
           MOVE WS-QTDE-INATIVO    TO TOT-INATIVO
           MOVE WS-QTDE-SEM-RESP   TO TOT-SEM-RESP
           MOVE WS-QTDE-CARTA      TO TOT-CARTA
           MOVE WS-QTDE-EMAIL      TO TOT-EMAIL
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM TOT-LINHA-1
           WRITE RPT-LINHA FROM TOT-LINHA-2
           WRITE RPT-LINHA FROM TOT-LINHA-3
           WRITE RPT-LINHA FROM TOT-LINHA-4
           WRITE RPT-LINHA FROM TOT-LINHA-5
           WRITE RPT-LINHA FROM TOT-LINHA-6

           CLOSE ALUNO-MASTER NOTIFICATION-LOG LETTER-FILE
                 EMAIL-EXTRACT NOTIFICATION-REPORT
           IF WS-CATALOGO-ABERTO
                CLOSE SUBJECT-CATALOG
           END-IF
           IF WS-CADASTRO-ABERTO
                CLOSE STUDENT-ENROLLMENT
           END-IF
           IF WS-RESPONS-ABERTO
                CLOSE GUARDIAN-REGISTRY
           END-IF
           IF WS-FREQ-ABERTA
                CLOSE ATTENDANCE-MASTER
           END-IF

           DISPLAY 'NOTIFICACAO CONCLUIDA - VER NOTIFRPT'
           DISPLAY 'EVENTOS ENCONTRADOS: ' WS-QTDE-EVENTO
           DISPLAY 'CARTAS EMITIDAS:     ' WS-QTDE-CARTA
           DISPLAY 'E-MAILS GERADOS:     ' WS-QTDE-EMAIL
           DISPLAY 'SEM RESPONSAVEL:     ' WS-QTDE-SEM-RESP

      *>   Carta impressa sem log nao pode passar em silencio: na
      *>   proxima noite sairia de novo.
           IF WS-QTDE-ERRO-LOG > 0
                DISPLAY 'ERROS AO GRAVAR O LOG: ' WS-QTDE-ERRO-LOG
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .
       P900-FIM.

       END PROGRAM PROGM31.
