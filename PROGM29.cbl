      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Relatorio de Sign-On
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Relatorio de sign-on para o supervisor, do log
      *                 de sign-on (SIGNLOG, gravado por PROGM2S e
      *                 PROGM12) e do cadastro de operadores (OPERMST):
      *                 as tentativas recusadas do periodo informado,
      *                 por operador, com o motivo e o programa de
      *                 origem; os bloqueios, desbloqueios e senhas
      *                 redefinidas do periodo; os operadores bloqueados
      *                 agora; e as contas dormentes - operador ativo
      *                 sem sign-on ha mais de 60 dias na data final do
      *                 periodo. Sai no SGNRPT. Exige sign-on de
      *                 supervisor.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM29.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGN-ON-LOG
               ASSIGN TO 'SIGNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.

           SELECT OPERATOR-MASTER
               ASSIGN TO 'OPERMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SIGN-ON-REPORT
               ASSIGN TO 'SGNRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK'.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SIGN-ON-LOG.
           COPY SLOGREC.

       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  SIGN-ON-REPORT.
       01  RPT-LINHA                PIC X(90).

      *>  SRT-GRUPO separa as secoes do relatorio: 1 = tentativas
      *>  recusadas, 2 = bloqueios/desbloqueios/redefinicoes do
      *>  periodo, 3 = bloqueados agora, 4 = contas dormentes.
       SD  SORT-WORK.
       01  SORT-REC.
           03 SRT-GRUPO             PIC 9(01).
           03 SRT-OPERADOR          PIC X(08).
           03 SRT-DATA              PIC 9(08).
           03 SRT-HORA              PIC 9(08).
           03 SRT-PROGRAMA          PIC X(08).
           03 SRT-DESCRICAO         PIC X(30).
           03 SRT-SUPERVISOR        PIC X(08).

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-SLOG-STATUS           PIC X(02) VALUE '00'.
       01  WS-OPER-STATUS           PIC X(02) VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-FIM-SORT               VALUE 'S'.

       01  WS-LOG-SW                PIC X(01) VALUE 'N'.
           88 WS-LOG-ABERTO             VALUE 'S'.

       01  WS-OPERADOR              PIC X(08) VALUE SPACE.
       01  WS-SENHA                 PIC X(08) VALUE SPACE.

       01  WS-DATA-INICIO           PIC 9(08) VALUE 0.
       01  WS-DATA-FIM              PIC 9(08) VALUE 0.

      *>  Dias sem sign-on a partir dos quais a conta e dormente.
       01  WS-DIAS-DORMENTE         PIC 9(03) VALUE 60.
       01  WS-ULTIMA-ATIVIDADE      PIC 9(08) VALUE 0.
       01  WS-DIAS-SEM-ACESSO       PIC S9(07) VALUE 0.
       01  WS-DIAS-EDT              PIC ZZZZ9.

       01  WS-CONTADORES.
           03 WS-QTDE-LIDOS         PIC 9(06) VALUE 0.
           03 WS-QTDE-ACEITOS       PIC 9(06) VALUE 0.
           03 WS-QTDE-RECUSADOS     PIC 9(06) VALUE 0.
           03 WS-QTDE-BLOQUEIOS     PIC 9(06) VALUE 0.
           03 WS-QTDE-DESBLOQUEIOS  PIC 9(06) VALUE 0.
           03 WS-QTDE-BLOQUEADOS    PIC 9(06) VALUE 0.
           03 WS-QTDE-DORMENTES     PIC 9(06) VALUE 0.

      *>  Quebras do procedimento de saida do SORT.
       01  WS-GRUPO-ANTERIOR        PIC 9(01) VALUE 0.
       01  WS-OPERADOR-ANTERIOR     PIC X(08) VALUE SPACE.
       01  WS-QTDE-DO-OPERADOR      PIC 9(04) VALUE 0.

       01  WS-HORA-EDT              PIC X(08) VALUE SPACE.

       01  CAB-LINHA-1.
           03 FILLER           PIC X(25) VALUE
                   'RELATORIO DE SIGN-ON DE '.
           03 CAB-INICIO       PIC 9(08).
           03 FILLER           PIC X(03) VALUE ' A '.
           03 CAB-FIM          PIC 9(08).

       01  CAB-LINHA-2.
           03 FILLER                PIC X(10) VALUE 'OPERADOR'.
           03 FILLER                PIC X(10) VALUE 'DATA'.
           03 FILLER                PIC X(10) VALUE 'HORA'.
           03 FILLER                PIC X(10) VALUE 'PROGRAMA'.
           03 FILLER                PIC X(31) VALUE 'OCORRENCIA'.
           03 FILLER                PIC X(10) VALUE 'SUPERVISOR'.

       01  SEC-LINHA-RECUSADOS.
           03 FILLER                PIC X(50) VALUE
                   '*** TENTATIVAS DE SIGN-ON RECUSADAS ***'.

       01  SEC-LINHA-BLOQUEIOS.
           03 FILLER                PIC X(50) VALUE
                   '*** BLOQUEIOS, DESBLOQUEIOS E SENHAS REDEFINIDAS'.

       01  SEC-LINHA-BLOQUEADOS.
           03 FILLER                PIC X(50) VALUE
                   '*** OPERADORES BLOQUEADOS NO MOMENTO ***'.

       01  SEC-LINHA-DORMENTES.
           03 FILLER                PIC X(50) VALUE
                   '*** CONTAS DORMENTES ***'.

       01  DET-LINHA.
           03 DET-OPERADOR           PIC X(10).
           03 DET-DATA               PIC X(10).
           03 DET-HORA               PIC X(10).
           03 DET-PROGRAMA           PIC X(10).
           03 DET-DESCRICAO          PIC X(31).
           03 DET-SUPERVISOR         PIC X(10).

       01  QBR-LINHA-OPERADOR.
           03 FILLER                 PIC X(10) VALUE SPACE.
           03 FILLER                 PIC X(20) VALUE
                   'TOTAL DO OPERADOR '.
           03 QBR-OPERADOR           PIC X(10).
           03 QBR-QTDE-OPERADOR      PIC ZZZ9.

       01  TOT-LINHA-1.
           03 FILLER           PIC X(30) VALUE
                   'SIGN-ONS ACEITOS:         '.
           03 TOT-ACEITOS      PIC ZZZ,ZZ9.

       01  TOT-LINHA-2.
           03 FILLER           PIC X(30) VALUE
                   'SIGN-ONS RECUSADOS:       '.
           03 TOT-RECUSADOS    PIC ZZZ,ZZ9.

       01  TOT-LINHA-3.
           03 FILLER           PIC X(30) VALUE
                   'BLOQUEIOS NO PERIODO:     '.
           03 TOT-BLOQUEIOS    PIC ZZZ,ZZ9.

       01  TOT-LINHA-4.
           03 FILLER           PIC X(30) VALUE
                   'DESBLOQUEIOS NO PERIODO:  '.
           03 TOT-DESBLOQUEIOS PIC ZZZ,ZZ9.

       01  TOT-LINHA-5.
           03 FILLER           PIC X(30) VALUE
                   'OPERADORES BLOQUEADOS:    '.
           03 TOT-BLOQUEADOS   PIC ZZZ,ZZ9.

       01  TOT-LINHA-6.
           03 FILLER           PIC X(30) VALUE
                   'CONTAS DORMENTES:         '.
           03 TOT-DORMENTES    PIC ZZZ,ZZ9.

           COPY SIGNPARM.

      **************************************************************************
       PROCEDURE DIVISION.

       P000-PRINCIPAL.
           PERFORM P100-ABRIR
           SORT SORT-WORK
                ON ASCENDING KEY SRT-GRUPO SRT-OPERADOR SRT-DATA
                                 SRT-HORA
                INPUT PROCEDURE IS P300-APURA THRU P300-FIM
                OUTPUT PROCEDURE IS P500-RELATORIO THRU P500-FIM
           PERFORM P900-ENCERRA
           .
       P000-FIM.

      *>************************************************************************
      *> Relatorio de seguranca: so o supervisor emite. Log de sign-on
      *> ainda inexistente nao e erro - as secoes do cadastro (bloqueados
      *> e dormentes) saem do mesmo jeito.
      *>************************************************************************
       P100-ABRIR.
           DISPLAY 'INFORME O ID DO OPERADOR: '
           ACCEPT WS-OPERADOR
           DISPLAY 'INFORME A SENHA: '
           ACCEPT WS-SENHA

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM29'   TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL

           IF NOT SGN-OK
                DISPLAY 'SIGN-ON RECUSADO - CODIGO ' SGN-RETORNO
                STOP RUN
           END-IF

           IF NOT SGN-NIVEL-SUPER
                DISPLAY 'RELATORIO RESTRITO AO SUPERVISOR'
                STOP RUN
           END-IF

           DISPLAY 'INFORME A DATA INICIAL (AAAAMMDD): '
           ACCEPT WS-DATA-INICIO
           DISPLAY 'INFORME A DATA FINAL (AAAAMMDD): '
           ACCEPT WS-DATA-FIM
           IF WS-DATA-INICIO < 19000101 OR WS-DATA-FIM > 21991231
              OR WS-DATA-FIM < WS-DATA-INICIO
                DISPLAY 'PERIODO INVALIDO'
                STOP RUN
           END-IF

           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO DE '
                        'OPERADORES'
                STOP RUN
           END-IF

           OPEN INPUT SIGN-ON-LOG
           IF WS-SLOG-STATUS = '00'
                MOVE 'S' TO WS-LOG-SW
           ELSE
                DISPLAY 'AVISO: LOG DE SIGN-ON INEXISTENTE - SO O '
                        'CADASTRO SERA LISTADO'
           END-IF

           OPEN OUTPUT SIGN-ON-REPORT
           MOVE WS-DATA-INICIO TO CAB-INICIO
           MOVE WS-DATA-FIM    TO CAB-FIM
           WRITE RPT-LINHA FROM CAB-LINHA-1
           WRITE RPT-LINHA FROM CAB-LINHA-2
           .
       P100-FIM.


       P130-LER-LOG.
           READ SIGN-ON-LOG
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           .
       P130-FIM.


       P140-LER-CADASTRO.
           READ OPERATOR-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           .
       P140-FIM.


      *>************************************************************************
      *> Procedimento de entrada do SORT: os eventos do log dentro do
      *> periodo e, depois, o cadastro inteiro (bloqueados e dormentes
      *> sao fotografia do momento, nao do periodo).
      *>************************************************************************
       P300-APURA.
           IF WS-LOG-ABERTO
                MOVE 'N' TO WS-EOF-SW
                PERFORM P130-LER-LOG
                PERFORM P310-APURA-EVENTO THRU P310-FIM
                        UNTIL WS-FIM-ARQUIVO
           END-IF

           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUE TO OPE-ID
           START OPERATOR-MASTER KEY NOT LESS OPE-ID
                INVALID KEY
                     MOVE 'S' TO WS-EOF-SW
           END-START
           IF NOT WS-FIM-ARQUIVO
                PERFORM P140-LER-CADASTRO
           END-IF
           PERFORM P320-APURA-OPERADOR THRU P320-FIM
                   UNTIL WS-FIM-ARQUIVO
           .
       P300-FIM.


       P310-APURA-EVENTO.
           IF SLG-DATA < WS-DATA-INICIO OR SLG-DATA > WS-DATA-FIM
                GO TO P310-PROXIMO
           END-IF
           ADD 1 TO WS-QTDE-LIDOS

           MOVE SLG-OPERADOR   TO SRT-OPERADOR
           MOVE SLG-DATA       TO SRT-DATA
           MOVE SLG-HORA       TO SRT-HORA
           MOVE SLG-PROGRAMA   TO SRT-PROGRAMA
           MOVE SLG-SUPERVISOR TO SRT-SUPERVISOR

           EVALUATE TRUE
                WHEN SLG-EVT-ACEITO
                     ADD 1 TO WS-QTDE-ACEITOS
                     GO TO P310-PROXIMO
                WHEN SLG-EVT-RECUSADO
                     ADD 1 TO WS-QTDE-RECUSADOS
                     MOVE 1 TO SRT-GRUPO
                     PERFORM P330-MOTIVO-RECUSA
                WHEN SLG-EVT-BLOQUEIO
                     ADD 1 TO WS-QTDE-BLOQUEIOS
                     MOVE 2 TO SRT-GRUPO
                     MOVE 'BLOQUEADO POR SENHAS ERRADAS'
                       TO SRT-DESCRICAO
                WHEN SLG-EVT-DESBLOQUEIO
                     ADD 1 TO WS-QTDE-DESBLOQUEIOS
                     MOVE 2 TO SRT-GRUPO
                     MOVE 'DESBLOQUEADO' TO SRT-DESCRICAO
                WHEN SLG-EVT-REDEFINICAO
                     MOVE 2 TO SRT-GRUPO
                     MOVE 'SENHA REDEFINIDA' TO SRT-DESCRICAO
                WHEN OTHER
                     GO TO P310-PROXIMO
           END-EVALUATE
           RELEASE SORT-REC
           .
       P310-PROXIMO.
           PERFORM P130-LER-LOG
           .
       P310-FIM.


      *>************************************************************************
      *> Um operador do cadastro: bloqueado agora vai para a secao 3;
      *> ativo sem atividade ha mais de WS-DIAS-DORMENTE dias na data
      *> final vai para a secao 4. Quem nunca entrou conta a partir da
      *> data da senha provisoria.
      *>************************************************************************
       P320-APURA-OPERADOR.
           IF OPE-DESATIVADO
                GO TO P320-PROXIMO
           END-IF

           MOVE OPE-ID       TO SRT-OPERADOR
           MOVE 0            TO SRT-HORA
           MOVE SPACE        TO SRT-PROGRAMA
           MOVE SPACE        TO SRT-SUPERVISOR

           IF OPE-BLOQUEADO
                ADD 1 TO WS-QTDE-BLOQUEADOS
                MOVE 3                 TO SRT-GRUPO
                MOVE OPE-DATA-BLOQUEIO TO SRT-DATA
                MOVE 'BLOQUEADO - AGUARDA SUPERVISOR' TO SRT-DESCRICAO
                RELEASE SORT-REC
           END-IF

           IF OPE-ULTIMO-ACESSO > 0
                MOVE OPE-ULTIMO-ACESSO TO WS-ULTIMA-ATIVIDADE
           ELSE
                MOVE OPE-DATA-SENHA    TO WS-ULTIMA-ATIVIDADE
           END-IF
           IF WS-ULTIMA-ATIVIDADE < 16010101
              OR WS-ULTIMA-ATIVIDADE > WS-DATA-FIM
                GO TO P320-PROXIMO
           END-IF

           COMPUTE WS-DIAS-SEM-ACESSO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-FIM)
                 - FUNCTION INTEGER-OF-DATE (WS-ULTIMA-ATIVIDADE)
           IF WS-DIAS-SEM-ACESSO NOT > WS-DIAS-DORMENTE
                GO TO P320-PROXIMO
           END-IF

           ADD 1 TO WS-QTDE-DORMENTES
           MOVE 4                   TO SRT-GRUPO
           MOVE OPE-ULTIMO-ACESSO   TO SRT-DATA
           MOVE WS-DIAS-SEM-ACESSO  TO WS-DIAS-EDT
           MOVE SPACE TO SRT-DESCRICAO
           IF OPE-ULTIMO-ACESSO = 0
                STRING 'NUNCA ENTROU - ' WS-DIAS-EDT ' DIAS'
                       DELIMITED BY SIZE INTO SRT-DESCRICAO
                END-STRING
           ELSE
                STRING 'SEM SIGN-ON HA ' WS-DIAS-EDT ' DIAS'
                       DELIMITED BY SIZE INTO SRT-DESCRICAO
                END-STRING
           END-IF
           RELEASE SORT-REC
           .
       P320-PROXIMO.
           PERFORM P140-LER-CADASTRO
           .
       P320-FIM.


       P330-MOTIVO-RECUSA.
           EVALUATE SLG-RETORNO
                WHEN 1
                     MOVE 'ID INEXISTENTE' TO SRT-DESCRICAO
                WHEN 2
                     MOVE 'SENHA INVALIDA' TO SRT-DESCRICAO
                WHEN 3
                     MOVE 'OPERADOR DESATIVADO' TO SRT-DESCRICAO
                WHEN 4
                     MOVE 'CADASTRO INDISPONIVEL' TO SRT-DESCRICAO
                WHEN 5
                     MOVE 'OPERADOR BLOQUEADO' TO SRT-DESCRICAO
                WHEN 6
                     MOVE 'TROCA DE SENHA NAO CONCLUIDA'
                       TO SRT-DESCRICAO
                WHEN OTHER
                     MOVE 'RECUSADO' TO SRT-DESCRICAO
           END-EVALUATE
           .
       P330-FIM.


      *>************************************************************************
      *> Procedimento de saida do SORT: as ocorrencias voltam por secao,
      *> operador, data e hora; na secao de recusas cada operador ganha
      *> o seu total.
      *>************************************************************************
       P500-RELATORIO.
           PERFORM P510-RETORNA-SORT
           PERFORM P520-IMPRIME-OCORRENCIA
                   UNTIL WS-FIM-SORT

           PERFORM P550-TOTAL-DO-OPERADOR
           .
       P500-FIM.


       P510-RETORNA-SORT.
           RETURN SORT-WORK
                AT END
                     MOVE 'S' TO WS-SORT-EOF-SW
           END-RETURN
           .
       P510-FIM.


       P520-IMPRIME-OCORRENCIA.
           IF SRT-GRUPO NOT = WS-GRUPO-ANTERIOR
                PERFORM P550-TOTAL-DO-OPERADOR
                PERFORM P530-TITULO-DA-SECAO
           ELSE
                IF SRT-OPERADOR NOT = WS-OPERADOR-ANTERIOR
                     PERFORM P550-TOTAL-DO-OPERADOR
                END-IF
           END-IF

           MOVE SRT-OPERADOR TO WS-OPERADOR-ANTERIOR
           ADD 1 TO WS-QTDE-DO-OPERADOR

           MOVE SRT-OPERADOR   TO DET-OPERADOR
           IF SRT-DATA > 0
                MOVE SRT-DATA  TO DET-DATA
           ELSE
                MOVE SPACE     TO DET-DATA
           END-IF
           IF SRT-HORA > 0
                PERFORM P540-EDITA-HORA
                MOVE WS-HORA-EDT TO DET-HORA
           ELSE
                MOVE SPACE     TO DET-HORA
           END-IF
           MOVE SRT-PROGRAMA   TO DET-PROGRAMA
           MOVE SRT-DESCRICAO  TO DET-DESCRICAO
           MOVE SRT-SUPERVISOR TO DET-SUPERVISOR
           WRITE RPT-LINHA FROM DET-LINHA

           PERFORM P510-RETORNA-SORT
           .
       P520-FIM.


       P530-TITULO-DA-SECAO.
           MOVE SRT-GRUPO TO WS-GRUPO-ANTERIOR
           WRITE RPT-LINHA FROM SPACE
           EVALUATE SRT-GRUPO
                WHEN 1
                     WRITE RPT-LINHA FROM SEC-LINHA-RECUSADOS
                WHEN 2
                     WRITE RPT-LINHA FROM SEC-LINHA-BLOQUEIOS
                WHEN 3
                     WRITE RPT-LINHA FROM SEC-LINHA-BLOQUEADOS
                WHEN OTHER
                     WRITE RPT-LINHA FROM SEC-LINHA-DORMENTES
           END-EVALUATE
           .
       P530-FIM.


       P540-EDITA-HORA.
           MOVE SPACE TO WS-HORA-EDT
           STRING SRT-HORA (1:2) ':'
                  SRT-HORA (3:2) ':'
                  SRT-HORA (5:2)
                  DELIMITED BY SIZE INTO WS-HORA-EDT
           END-STRING
           .
       P540-FIM.


      *>************************************************************************
      *> So a secao de recusas tem total por operador - nas outras cada
      *> operador tem uma ou poucas linhas.
      *>************************************************************************
       P550-TOTAL-DO-OPERADOR.
           IF WS-GRUPO-ANTERIOR = 1 AND WS-QTDE-DO-OPERADOR > 0
                MOVE WS-OPERADOR-ANTERIOR TO QBR-OPERADOR
                MOVE WS-QTDE-DO-OPERADOR  TO QBR-QTDE-OPERADOR
                WRITE RPT-LINHA FROM QBR-LINHA-OPERADOR
           END-IF
           MOVE 0 TO WS-QTDE-DO-OPERADOR
           .
       P550-FIM.


       P900-ENCERRA.
           MOVE WS-QTDE-ACEITOS      TO TOT-ACEITOS
           MOVE WS-QTDE-RECUSADOS    TO TOT-RECUSADOS
           MOVE WS-QTDE-BLOQUEIOS    TO TOT-BLOQUEIOS
           MOVE WS-QTDE-DESBLOQUEIOS TO TOT-DESBLOQUEIOS
           MOVE WS-QTDE-BLOQUEADOS   TO TOT-BLOQUEADOS
           MOVE WS-QTDE-DORMENTES    TO TOT-DORMENTES
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM TOT-LINHA-1
           WRITE RPT-LINHA FROM TOT-LINHA-2
           WRITE RPT-LINHA FROM TOT-LINHA-3
           WRITE RPT-LINHA FROM TOT-LINHA-4
           WRITE RPT-LINHA FROM TOT-LINHA-5
           WRITE RPT-LINHA FROM TOT-LINHA-6

           IF WS-LOG-ABERTO
                CLOSE SIGN-ON-LOG
           END-IF
           CLOSE OPERATOR-MASTER SIGN-ON-REPORT

           DISPLAY 'RELATORIO DE SIGN-ON GRAVADO EM SGNRPT'
           DISPLAY 'EVENTOS NO PERIODO:    ' WS-QTDE-LIDOS
           DISPLAY 'RECUSADOS:             ' WS-QTDE-RECUSADOS
           DISPLAY 'BLOQUEADOS AGORA:      ' WS-QTDE-BLOQUEADOS
           DISPLAY 'CONTAS DORMENTES:      ' WS-QTDE-DORMENTES
           STOP RUN
           .
       P900-FIM.

       END PROGRAM PROGM29.
