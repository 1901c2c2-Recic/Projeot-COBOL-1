      *                 quanto como passo do driver da janela noturna
      *                 (PROGM15), que nao inicia o passo seguinte se
      *                 este nao terminou limpo.
      * 15/10/2026  RC  A linha do roster passa a trazer o ID do
      *                 professor que digitou a nota (ROS-OPERADOR), e a
      *                 validacao de PROGM2P confere a atribuicao de
      *                 aulas (ATRIBUI, PROGM25) da turma do aluno +
      *                 materia para ele: linha de turma/materia nao
      *                 atribuida vai para o suspense com o motivo
      *                 PROFESSOR SEM ATRIBUICAO. O suspense leva o ID
      *                 junto (SUSPREC.cpy) para a ressubmissao.
      * 15/10/2026  RC  Linha de trimestre com o prazo de lancamento
      *                 vencido no calendario escolar (CALEND, PROGM28)
      *                 vai para o suspense com o motivo PRAZO DO
      *                 TRIM ENCERRADO - depois do prazo, so o
      *                 supervisor lanca, pelo PROGM2. A tabela de
      *                 motivos passa a comportar ate o codigo 20.
      * 15/10/2026  RC  Totais de controle do roster: o ROSTER chega da
      *                 coordenacao entre header e trailer com a
      *                 quantidade de linhas, a soma das notas e a soma
      *                 das matriculas (ROSTREC.cpy). Antes de validar
      *                 qualquer linha o arquivo e lido inteiro e os
      *                 totais apurados sao conferidos com os dois; sem
      *                 header, sem trailer (transferencia truncada) ou
      *                 com total divergente o lote inteiro e recusado -
      *                 ROSTOK e SUSPFILE ficam vazios, o REJRPT mostra
      *                 a conferencia e o passo termina com falha. Ja
      *                 carregamos meia turma de um roster cortado com
      *                 tudo "limpo" no RUNRPT. No fim o passo deixa
      *                 lidas/aceitas/rejeitadas no STEPCNT (CNTREC.cpy)
      *                 para o balanceamento da janela (PROGM15).
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM2E.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STEP-COUNT
               ASSIGN TO 'STEPCNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY ROSTREC.

       FD  SUSPENSE-IN.
       01  SUSPIN-REC               PIC X(73).

       FD  ROSTER-OK.
       01  ROSTOK-REC               PIC X(65).

       FD  SUSPENSE-FILE.
           COPY SUSPREC.
       FD  REJECT-REPORT.
       01  RPT-LINHA                PIC X(90).

       FD  STEP-COUNT.
           COPY CNTREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-ROSTER-STATUS         PIC X(02) VALUE '00'.
       01  WS-ROSTOK-STATUS         PIC X(02) VALUE '00'.
       01  WS-SUSP-STATUS           PIC X(02) VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE '00'.
       01  WS-CNT-STATUS            PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-LINHA-ATUAL           PIC 9(06) VALUE 0.

       01  WS-CONTROLE-SW           PIC X(01) VALUE 'N'.
           88 WS-LINHA-DE-CONTROLE      VALUE 'S'.

       01  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
           88 WS-ACHOU-TRAILER          VALUE 'S'.

       01  WS-LOTE-SW               PIC X(01) VALUE 'N'.
           88 WS-LOTE-RECUSADO          VALUE 'S'.

       01  WS-MOTIVO-LOTE           PIC X(40) VALUE SPACE.

      *>  Totais de controle do roster: os do header, os do trailer e
      *>  os apurados na leitura das linhas de detalhe.
       01  WS-TOTAIS-HEADER.
           03 WS-HDR-QTDE           PIC 9(06) VALUE 0.
           03 WS-HDR-SOMA-NOTAS     PIC 9(08) VALUE 0.
           03 WS-HDR-SOMA-MATRIC    PIC 9(18) VALUE 0.

       01  WS-TOTAIS-TRAILER.
           03 WS-TRL-QTDE           PIC 9(06) VALUE 0.
           03 WS-TRL-SOMA-NOTAS     PIC 9(08) VALUE 0.
           03 WS-TRL-SOMA-MATRIC    PIC 9(18) VALUE 0.

       01  WS-TOTAIS-APURADOS.
           03 WS-APU-QTDE           PIC 9(06) VALUE 0.
           03 WS-APU-SOMA-NOTAS     PIC 9(08) VALUE 0.
           03 WS-APU-SOMA-MATRIC    PIC 9(18) VALUE 0.

      *>  Linha de roster em processamento - mesma forma de ROSTREC.cpy,
      *>  mas em WORKING-STORAGE: no modo 2 o ROSTER-FILE fica fechado e
      *>  a area do FD nao pode ser usada como rascunho.
           03 ENT-MATERIA           PIC X(12).
           03 ENT-TRIMESTRE         PIC 9(01).
           03 ENT-NOTA              PIC 9(02).
           03 ENT-OPERADOR          PIC X(08).

       01  WS-CONTADORES.
           03 WS-QTDE-LIDA          PIC 9(06) VALUE 0.
           03 WS-QTDE-REJEITADA     PIC 9(06) VALUE 0.

      *>  Totais por motivo, indexados pelo codigo de retorno de PROGM2P
      *>  (PRM-RETORNO 1-20).
       01  WS-TABELA-MOTIVOS.
           03 TBL-MOTIVO-QTDE        PIC 9(06) OCCURS 20 TIMES
                                     VALUE 0.

       01  WS-MOTIVO-IDX            PIC 9(02) COMP VALUE 0.
           03 FILLER           PIC X(26) VALUE 'LINHAS REJEITADAS:  '.
           03 TOT-REJEITADA    PIC ZZZ,ZZ9.

       01  TOT-LINHA-CONTROLE.
           03 FILLER           PIC X(50) VALUE
                   'TOTAIS DE CONTROLE DO ROSTER CONFEREM'.

       01  BAL-LINHA-RECUSA.
           03 FILLER           PIC X(20) VALUE 'LOTE RECUSADO: '.
           03 BAL-MOTIVO       PIC X(40).

       01  BAL-LINHA-CAB.
           03 FILLER           PIC X(20) VALUE SPACE.
           03 FILLER           PIC X(10) VALUE 'LINHAS'.
           03 FILLER           PIC X(12) VALUE 'SOMA NOTAS'.
           03 FILLER           PIC X(20) VALUE 'SOMA MATRICULAS'.

       01  BAL-LINHA-TOTAIS.
           03 BAL-ORIGEM       PIC X(20).
           03 BAL-QTDE         PIC ZZZZZ9.
           03 FILLER           PIC X(04) VALUE SPACE.
           03 BAL-SOMA-NOTAS   PIC ZZZZZZZ9.
           03 FILLER           PIC X(04) VALUE SPACE.
           03 BAL-SOMA-MATRIC  PIC Z(17)9.

           COPY PROCPARM.

      **************************************************************************
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                END-IF
                PERFORM P150-CONFERE-CONTROLE THRU P150-FIM
                IF WS-LOTE-RECUSADO
                     PERFORM P170-RECUSA-LOTE
                     MOVE 8 TO RETURN-CODE
                     GOBACK
                END-IF
                CLOSE ROSTER-FILE
                OPEN INPUT ROSTER-FILE
                MOVE 'N' TO WS-EOF-SW
           ELSE
                OPEN INPUT SUSPENSE-IN
                IF WS-SUSPIN-STATUS NOT = '00'
      *>************************************************************************
       P110-LER-ENTRADA.
           IF WS-MODO-ROSTER
                PERFORM P111-LER-ROSTER
                PERFORM P111-LER-ROSTER
                        UNTIL WS-FIM-ARQUIVO
                           OR NOT WS-LINHA-DE-CONTROLE
           ELSE
                READ SUSPENSE-IN INTO SUSP-REC
                     AT END
                     MOVE SUS-MATERIA   TO ENT-MATERIA
                     MOVE SUS-TRIMESTRE TO ENT-TRIMESTRE
                     MOVE SUS-NOTA      TO ENT-NOTA
                     MOVE SUS-OPERADOR  TO ENT-OPERADOR
                END-IF
           END-IF

       P110-FIM.


      *>************************************************************************
      *> Header e trailer ja foram conferidos na abertura - aqui so sao
      *> pulados, contando na numeracao das linhas do arquivo.
      *>************************************************************************
       P111-LER-ROSTER.
           MOVE 'N' TO WS-CONTROLE-SW
           READ ROSTER-FILE INTO ENT-ROSTER
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           IF NOT WS-FIM-ARQUIVO AND (RCT-HEADER OR RCT-TRAILER)
                MOVE 'S' TO WS-CONTROLE-SW
                ADD 1 TO WS-LINHA-ATUAL
           END-IF
           .
       P111-FIM.


      *>************************************************************************
      *> Conferencia dos totais de controle, antes de qualquer
      *> validacao: a primeira linha tem de ser o header, a ultima o
      *> trailer, e quantidade, soma das notas e soma das matriculas
      *> apuradas nas linhas de detalhe tem de bater com os dois.
      *>************************************************************************
       P150-CONFERE-CONTROLE.
           MOVE 'N' TO WS-EOF-SW
           PERFORM P151-LER-CONTROLE
           IF WS-FIM-ARQUIVO OR NOT RCT-HEADER
                MOVE 'ROSTER SEM HEADER' TO WS-MOTIVO-LOTE
                MOVE 'S' TO WS-LOTE-SW
                GO TO P150-FIM
           END-IF
           MOVE RCT-QTDE            TO WS-HDR-QTDE
           MOVE RCT-SOMA-NOTAS      TO WS-HDR-SOMA-NOTAS
           MOVE RCT-SOMA-MATRICULAS TO WS-HDR-SOMA-MATRIC

           PERFORM P151-LER-CONTROLE
           PERFORM P152-APURA-LINHA THRU P152-FIM
                   UNTIL WS-FIM-ARQUIVO OR WS-LOTE-RECUSADO
           IF WS-LOTE-RECUSADO
                GO TO P150-FIM
           END-IF

           EVALUATE TRUE
                WHEN NOT WS-ACHOU-TRAILER
                     MOVE 'ROSTER SEM TRAILER - ARQUIVO TRUNCADO?'
                       TO WS-MOTIVO-LOTE
                     MOVE 'S' TO WS-LOTE-SW
                WHEN WS-TOTAIS-HEADER NOT = WS-TOTAIS-TRAILER
                     MOVE 'HEADER E TRAILER NAO CONFEREM'
                       TO WS-MOTIVO-LOTE
                     MOVE 'S' TO WS-LOTE-SW
                WHEN WS-TOTAIS-APURADOS NOT = WS-TOTAIS-TRAILER
                     MOVE 'TOTAIS APURADOS NAO CONFEREM COM O TRAILER'
                       TO WS-MOTIVO-LOTE
                     MOVE 'S' TO WS-LOTE-SW
                WHEN OTHER
                     CONTINUE
           END-EVALUATE
           .
       P150-FIM.


       P151-LER-CONTROLE.
           READ ROSTER-FILE
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           .
       P151-FIM.


      *>************************************************************************
      *> Uma linha depois do header: o trailer guarda os totais e tem
      *> de ser a ultima; linha de detalhe entra nos totais apurados.
      *>************************************************************************
       P152-APURA-LINHA.
           IF WS-ACHOU-TRAILER
                MOVE 'LINHAS DEPOIS DO TRAILER' TO WS-MOTIVO-LOTE
                MOVE 'S' TO WS-LOTE-SW
                GO TO P152-FIM
           END-IF

           EVALUATE TRUE
                WHEN RCT-HEADER
                     MOVE 'HEADER REPETIDO NO MEIO DO ROSTER'
                       TO WS-MOTIVO-LOTE
                     MOVE 'S' TO WS-LOTE-SW
                     GO TO P152-FIM
                WHEN RCT-TRAILER
                     MOVE 'S' TO WS-TRAILER-SW
                     MOVE RCT-QTDE            TO WS-TRL-QTDE
                     MOVE RCT-SOMA-NOTAS      TO WS-TRL-SOMA-NOTAS
                     MOVE RCT-SOMA-MATRICULAS TO WS-TRL-SOMA-MATRIC
                WHEN OTHER
                     ADD 1 TO WS-APU-QTDE
                     IF ROS-NOTA IS NUMERIC
                          ADD ROS-NOTA TO WS-APU-SOMA-NOTAS
                     END-IF
                     IF ROS-MATRICULA NOT = SPACE AND
                        FUNCTION TRIM(ROS-MATRICULA) IS NUMERIC
                          COMPUTE WS-APU-SOMA-MATRIC =
                                  WS-APU-SOMA-MATRIC
                                + FUNCTION NUMVAL(ROS-MATRICULA)
                     END-IF
           END-EVALUATE

           PERFORM P151-LER-CONTROLE
           .
       P152-FIM.


      *>************************************************************************
      *> Lote recusado: nenhuma linha e validada. ROSTOK e SUSPFILE sao
      *> recriados vazios - o lote (PROGM2B) nao pode carregar o ROSTOK
      *> de uma noite anterior - e o REJRPT leva o motivo e os tres
      *> jogos de totais para a coordenacao reenviar o arquivo.
      *>************************************************************************
       P170-RECUSA-LOTE.
           CLOSE ROSTER-FILE
           OPEN OUTPUT ROSTER-OK
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT REJECT-REPORT
           WRITE RPT-LINHA FROM CAB-LINHA-1
           WRITE RPT-LINHA FROM SPACE

           MOVE WS-MOTIVO-LOTE TO BAL-MOTIVO
           WRITE RPT-LINHA FROM BAL-LINHA-RECUSA
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM BAL-LINHA-CAB

           MOVE 'HEADER'           TO BAL-ORIGEM
           MOVE WS-HDR-QTDE        TO BAL-QTDE
           MOVE WS-HDR-SOMA-NOTAS  TO BAL-SOMA-NOTAS
           MOVE WS-HDR-SOMA-MATRIC TO BAL-SOMA-MATRIC
           WRITE RPT-LINHA FROM BAL-LINHA-TOTAIS

           MOVE 'TRAILER'          TO BAL-ORIGEM
           MOVE WS-TRL-QTDE        TO BAL-QTDE
           MOVE WS-TRL-SOMA-NOTAS  TO BAL-SOMA-NOTAS
           MOVE WS-TRL-SOMA-MATRIC TO BAL-SOMA-MATRIC
           WRITE RPT-LINHA FROM BAL-LINHA-TOTAIS

           MOVE 'APURADO NO ARQUIVO' TO BAL-ORIGEM
           MOVE WS-APU-QTDE        TO BAL-QTDE
           MOVE WS-APU-SOMA-NOTAS  TO BAL-SOMA-NOTAS
           MOVE WS-APU-SOMA-MATRIC TO BAL-SOMA-MATRIC
           WRITE RPT-LINHA FROM BAL-LINHA-TOTAIS

           CLOSE ROSTER-OK SUSPENSE-FILE REJECT-REPORT

           DISPLAY 'PRE-EDIT: LOTE RECUSADO - ' WS-MOTIVO-LOTE
           DISPLAY 'NENHUMA LINHA PROCESSADA - VER REJRPT'
           .
       P170-FIM.


      *>************************************************************************
      *> Cada linha passa pela validacao de PROGM2P (modo PRM-MODO-
      *> VALIDA, sem gravar nada): linha boa vai para o ROSTOK, linha
      *>************************************************************************
       P200-PROCESSA-LINHA.
           SET PRM-MODO-VALIDA TO TRUE
      *>   A linha e nota de professor: conferida sempre como operador
      *>   comum, pelo ID de quem a digitou.
           SET PRM-NIVEL-COMUM TO TRUE
           MOVE ENT-OPERADOR  TO PRM-OPERADOR
           MOVE ENT-NOME      TO PRM-NOME
           MOVE ENT-MATRICULA TO PRM-MATRICULA
           MOVE ENT-MATERIA   TO PRM-MATERIA
           MOVE ENT-MATERIA    TO SUS-MATERIA
           MOVE ENT-TRIMESTRE  TO SUS-TRIMESTRE
           MOVE ENT-NOTA       TO SUS-NOTA
           MOVE ENT-OPERADOR   TO SUS-OPERADOR
           WRITE SUSP-REC

           IF PRM-RETORNO >= 1 AND PRM-RETORNO <= 20
                ADD 1 TO TBL-MOTIVO-QTDE (PRM-RETORNO)
           END-IF

                     MOVE 'ALUNO NAO CADASTRADO' TO WS-MOTIVO-TEXTO
                WHEN PRM-ALUNO-INATIVO
                     MOVE 'ALUNO TRANSF/DESLIGADO' TO WS-MOTIVO-TEXTO
                WHEN PRM-SEM-ATRIBUICAO
                     MOVE 'PROFESSOR SEM ATRIBUICAO' TO WS-MOTIVO-TEXTO
                WHEN PRM-PRAZO-ENCERRADO
                     MOVE 'PRAZO DO TRIM ENCERRADO' TO WS-MOTIVO-TEXTO
                WHEN OTHER
                     MOVE 'MOTIVO NAO CLASSIFICADO' TO WS-MOTIVO-TEXTO
           END-EVALUATE
           WRITE RPT-LINHA FROM SPACE
           PERFORM P910-TOTAL-POR-MOTIVO
                   VARYING WS-MOTIVO-IDX FROM 1 BY 1
                   UNTIL WS-MOTIVO-IDX > 20

           MOVE WS-QTDE-LIDA      TO TOT-LIDA
           MOVE WS-QTDE-ACEITA    TO TOT-ACEITA
           WRITE RPT-LINHA FROM TOT-LINHA-1
           WRITE RPT-LINHA FROM TOT-LINHA-2
           WRITE RPT-LINHA FROM TOT-LINHA-3
           IF WS-MODO-ROSTER
                WRITE RPT-LINHA FROM TOT-LINHA-CONTROLE
           END-IF

           IF WS-MODO-ROSTER
                CLOSE ROSTER-FILE
           DISPLAY '     LIDAS: ' WS-QTDE-LIDA
           DISPLAY '   ACEITAS: ' WS-QTDE-ACEITA
           DISPLAY 'REJEITADAS: ' WS-QTDE-REJEITADA

           PERFORM P920-GRAVA-CONTAGEM
           GOBACK
           .
       P900-FIM.
           .
       P910-FIM.


      *>************************************************************************
      *> Contagens do passo para o balanceamento da janela: lidas =
      *> aceitas (ROSTOK) + rejeitadas (SUSPFILE).
      *>************************************************************************
       P920-GRAVA-CONTAGEM.
           OPEN OUTPUT STEP-COUNT
           IF WS-CNT-STATUS = '00'
                MOVE 'PROGM2E'         TO CNT-PROGRAMA
                MOVE WS-QTDE-LIDA      TO CNT-QTDE-ENTRADA
                MOVE WS-QTDE-ACEITA    TO CNT-QTDE-SAIDA
                MOVE WS-QTDE-REJEITADA TO CNT-QTDE-DESVIO
                WRITE CNT-REC
                CLOSE STEP-COUNT
           END-IF
           .
       P920-FIM.

       END PROGRAM PROGM2E.
