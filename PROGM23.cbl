      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Promocao e Rematricula Anual
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Promocao anual: depois que o PROGM9 arquiva o
      *                 ano no HISTORY-MASTER, rola o cadastro de
      *                 alunos (CADALUNO) para o ano seguinte - antes a
      *                 secretaria passava as duas primeiras semanas de
      *                 janeiro redigitando a turma de cada aluno no
      *                 PROGM13, conferindo no CLASSRPT quem reprovou.
      *                 Para cada aluno ativo, o resultado do ano vem
      *                 da historia: tudo APROVADO promove para a turma
      *                 seguinte da tabela de progressao (TURMPROG,
      *                 TURMREC.cpy, mantida pelo PROGM22) ou conclui o
      *                 curso na ultima serie (CAD-CONCLUIDO); qualquer
      *                 REPROVADO/REPR FALTA retem o aluno na mesma
      *                 turma. Aluno sem historia no ano, com resultado
      *                 ainda aberto (EM RECUP, ANDAMENTO) ou de turma
      *                 sem progressao nao e colocado - sai em lista
      *                 propria para decisao da secretaria. Quem foi
      *                 rolado vai para o livro de promocao (PROMHIST,
      *                 PROMREC.cpy), que impede a segunda promocao na
      *                 reexecucao e guarda a turma do ano encerrado.
      *                 O registro de promocao (PROMRPT) sai por turma,
      *                 com retidos e nao colocados em secoes
      *                 separadas. Modo de simulacao imprime o mesmo
      *                 registro sem gravar nada.
      * 15/10/2026  RC  Materia aprovada pelo conselho de classe
      *                 (APROV CONS, PROGM24) conta como aprovada na
      *                 promocao.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM23.

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

           SELECT STUDENT-ENROLLMENT
               ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADA-STATUS.

           SELECT TURMA-PROGRESSION
               ASSIGN TO 'TURMPROG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TURMA
               FILE STATUS IS WS-TURM-STATUS.

           SELECT PROMOTION-REGISTER
               ASSIGN TO 'PROMHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROM-CHAVE
               FILE STATUS IS WS-PROM-STATUS.

           SELECT PROMOTION-REPORT
               ASSIGN TO 'PROMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK'.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER.
           COPY HISTREC.

       FD  STUDENT-ENROLLMENT.
           COPY CADAREC.

       FD  TURMA-PROGRESSION.
           COPY TURMREC.

       FD  PROMOTION-REGISTER.
           COPY PROMREC.

       FD  PROMOTION-REPORT.
       01  RPT-LINHA                PIC X(90).

      *>  SRT-GRUPO separa as secoes do registro: 1 = promovidos e
      *>  concluintes, 2 = retidos, 3 = nao colocados.
       SD  SORT-WORK.
       01  SORT-REC.
           03 SRT-GRUPO             PIC 9(01).
           03 SRT-TURMA             PIC X(06).
           03 SRT-NOME              PIC X(30).
           03 SRT-MATRICULA         PIC X(12).
           03 SRT-TURMA-NOVA        PIC X(06).
           03 SRT-RESULTADO         PIC X(24).

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
       01  WS-CADA-STATUS           PIC X(02) VALUE '00'.
       01  WS-TURM-STATUS           PIC X(02) VALUE '00'.
       01  WS-PROM-STATUS           PIC X(02) VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-FIM-HISTORIA           VALUE 'S'.

       01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-FIM-SORT               VALUE 'S'.

       01  WS-ANO-LETIVO            PIC 9(04) VALUE 0.
       01  WS-RESP                  PIC 9(01) VALUE 0.

       01  WS-MODO                  PIC 9(01) VALUE 0.
           88 WS-MODO-SIMULACAO         VALUE 1.
           88 WS-MODO-EFETIVA           VALUE 2.

       01  WS-DATA-HOJE             PIC 9(08) VALUE 0.

      *>  Apuracao do aluno corrente sobre as materias do ano.
       01  WS-QTDE-MATERIAS         PIC 9(02) COMP VALUE 0.
       01  WS-QTDE-APROVADA         PIC 9(02) COMP VALUE 0.
       01  WS-QTDE-REPROVADA        PIC 9(02) COMP VALUE 0.
       01  WS-QTDE-PENDENTE         PIC 9(02) COMP VALUE 0.

       01  WS-CONTADORES.
           03 WS-QTDE-ATIVO         PIC 9(06) VALUE 0.
           03 WS-QTDE-PROMOVIDO     PIC 9(06) VALUE 0.
           03 WS-QTDE-CONCLUIDO     PIC 9(06) VALUE 0.
           03 WS-QTDE-RETIDO        PIC 9(06) VALUE 0.
           03 WS-QTDE-NAO-COLOCADO  PIC 9(06) VALUE 0.
           03 WS-QTDE-JA-ROLADO     PIC 9(06) VALUE 0.
           03 WS-QTDE-ERRO          PIC 9(06) VALUE 0.

      *>  Quebras do procedimento de saida do SORT.
       01  WS-GRUPO-ANTERIOR        PIC 9(01) VALUE 0.
       01  WS-TURMA-ANTERIOR        PIC X(06) VALUE SPACE.
       01  WS-QTDE-DA-TURMA         PIC 9(04) VALUE 0.

       01  CAB-LINHA-1.
           03 FILLER           PIC X(35) VALUE
                   'REGISTRO DE PROMOCAO - ANO LETIVO '.
           03 CAB-ANO          PIC 9(04).
           03 FILLER           PIC X(03) VALUE SPACE.
           03 CAB-MODO         PIC X(12).

       01  CAB-LINHA-2.
           03 FILLER                PIC X(08) VALUE 'TURMA'.
           03 FILLER                PIC X(31) VALUE 'ALUNO'.
           03 FILLER                PIC X(13) VALUE 'MATRICULA'.
           03 FILLER                PIC X(09) VALUE 'DESTINO'.
           03 FILLER                PIC X(24) VALUE 'RESULTADO'.

       01  SEC-LINHA-PROMOVIDOS.
           03 FILLER                PIC X(50) VALUE
                   '*** PROMOVIDOS E CONCLUINTES POR TURMA ***'.

       01  SEC-LINHA-RETIDOS.
           03 FILLER                PIC X(50) VALUE
                   '*** RETIDOS - PERMANECEM NA TURMA ***'.

       01  SEC-LINHA-NAO-COLOCADOS.
           03 FILLER                PIC X(50) VALUE
                   '*** NAO COLOCADOS - DECISAO DA SECRETARIA ***'.

       01  DET-LINHA.
           03 DET-TURMA              PIC X(08).
           03 DET-NOME               PIC X(31).
           03 DET-MATRICULA          PIC X(13).
           03 DET-TURMA-NOVA         PIC X(09).
           03 DET-RESULTADO          PIC X(24).

       01  QBR-LINHA.
           03 FILLER                 PIC X(08) VALUE SPACE.
           03 FILLER                 PIC X(18) VALUE
                   'TOTAL DA TURMA '.
           03 QBR-TURMA              PIC X(08).
           03 QBR-QTDE               PIC ZZZ9.

       01  TOT-LINHA-1.
           03 FILLER           PIC X(26) VALUE 'ALUNOS ATIVOS LIDOS:  '.
           03 TOT-ATIVO        PIC ZZZ,ZZ9.

       01  TOT-LINHA-2.
           03 FILLER           PIC X(26) VALUE 'PROMOVIDOS:           '.
           03 TOT-PROMOVIDO    PIC ZZZ,ZZ9.

       01  TOT-LINHA-3.
           03 FILLER           PIC X(26) VALUE 'CONCLUINTES:          '.
           03 TOT-CONCLUIDO    PIC ZZZ,ZZ9.

       01  TOT-LINHA-4.
           03 FILLER           PIC X(26) VALUE 'RETIDOS:              '.
           03 TOT-RETIDO       PIC ZZZ,ZZ9.

       01  TOT-LINHA-5.
           03 FILLER           PIC X(26) VALUE 'NAO COLOCADOS:        '.
           03 TOT-NAO-COLOCADO PIC ZZZ,ZZ9.

       01  TOT-LINHA-6.
           03 FILLER           PIC X(26) VALUE 'JA ROLADOS ANTES:     '.
           03 TOT-JA-ROLADO    PIC ZZZ,ZZ9.

      **************************************************************************
       PROCEDURE DIVISION.

       P000-PRINCIPAL.
           PERFORM P100-ABRIR
           SORT SORT-WORK
                ON ASCENDING KEY SRT-GRUPO SRT-TURMA SRT-NOME
                INPUT PROCEDURE IS P300-APURA THRU P300-FIM
                OUTPUT PROCEDURE IS P500-REGISTRO THRU P500-FIM
           PERFORM P900-ENCERRA
           .
       P000-FIM.

      *>************************************************************************
      *> A promocao efetiva altera a turma de todo o cadastro, entao o
      *> ano e o modo sao pedidos e a efetivacao e confirmada antes de
      *> qualquer gravacao. A historia do ano tem que existir - sem ela
      *> todos os alunos cairiam como nao colocados.
      *>************************************************************************
       P100-ABRIR.
           DISPLAY 'INFORME O ANO LETIVO ENCERRADO (AAAA): '
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO < 1900 OR WS-ANO-LETIVO > 2199
                DISPLAY 'ANO LETIVO INVALIDO'
                STOP RUN
           END-IF

           DISPLAY 'PROMOCAO: 1=SIMULAR  2=EFETIVAR'
           ACCEPT WS-MODO
           IF NOT WS-MODO-SIMULACAO AND NOT WS-MODO-EFETIVA
                DISPLAY 'OPCAO INVALIDA'
                STOP RUN
           END-IF

           IF WS-MODO-EFETIVA
                DISPLAY 'PROMOVER O CADASTRO COM O RESULTADO DE '
                        WS-ANO-LETIVO '? (1=SIM/2=NAO)'
                ACCEPT WS-RESP
                IF WS-RESP NOT = 1
                     DISPLAY 'PROMOCAO CANCELADA'
                     STOP RUN
                END-IF
           END-IF

           OPEN INPUT HISTORY-MASTER
           IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO DE HISTORIA'
                STOP RUN
           END-IF

           PERFORM P110-CONFERE-ANO

           OPEN INPUT TURMA-PROGRESSION
           IF WS-TURM-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR A TABELA DE PROGRESSAO'
                        ' - CADASTRE AS TURMAS NO PROGM22'
                STOP RUN
           END-IF

           IF WS-MODO-EFETIVA
                OPEN I-O STUDENT-ENROLLMENT
           ELSE
                OPEN INPUT STUDENT-ENROLLMENT
           END-IF
           IF WS-CADA-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO DE ALUNOS'
                STOP RUN
           END-IF

           OPEN I-O PROMOTION-REGISTER
           IF WS-PROM-STATUS = '35'
                OPEN OUTPUT PROMOTION-REGISTER
                CLOSE PROMOTION-REGISTER
                OPEN I-O PROMOTION-REGISTER
           END-IF
           IF WS-PROM-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O LIVRO DE PROMOCAO'
                STOP RUN
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT PROMOTION-REPORT
           MOVE WS-ANO-LETIVO TO CAB-ANO
           IF WS-MODO-SIMULACAO
                MOVE '(SIMULACAO)' TO CAB-MODO
           ELSE
                MOVE SPACE TO CAB-MODO
           END-IF
           WRITE RPT-LINHA FROM CAB-LINHA-1
           WRITE RPT-LINHA FROM CAB-LINHA-2
           .
       P100-FIM.


       P110-CONFERE-ANO.
           MOVE WS-ANO-LETIVO TO HIST-ANO
           MOVE LOW-VALUE     TO HIST-MATRICULA
           MOVE LOW-VALUE     TO HIST-MATERIA
           START HISTORY-MASTER KEY NOT LESS HIST-CHAVE
                INVALID KEY
                     MOVE 'S' TO WS-HIST-EOF-SW
           END-START

           IF NOT WS-FIM-HISTORIA
                READ HISTORY-MASTER NEXT RECORD
                     AT END
                          MOVE 'S' TO WS-HIST-EOF-SW
                END-READ
           END-IF

           IF WS-FIM-HISTORIA OR HIST-ANO NOT = WS-ANO-LETIVO
                DISPLAY 'NENHUM REGISTRO DE HISTORIA PARA O ANO '
                        WS-ANO-LETIVO ' - ENCERRE O ANO NO PROGM9'
                STOP RUN
           END-IF
           .
       P110-FIM.


      *>************************************************************************
      *> Posiciona a historia no primeiro registro do aluno no ano; a
      *> chave e ano+matricula+materia, entao as materias do aluno vem
      *> juntas.
      *>************************************************************************
       P120-POSICIONA-HISTORIA.
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE WS-ANO-LETIVO TO HIST-ANO
           MOVE CAD-MATRICULA TO HIST-MATRICULA
           MOVE LOW-VALUE     TO HIST-MATERIA
           START HISTORY-MASTER KEY NOT LESS HIST-CHAVE
                INVALID KEY
                     MOVE 'S' TO WS-HIST-EOF-SW
           END-START

           IF NOT WS-FIM-HISTORIA
                PERFORM P121-LER-HISTORIA
           END-IF
           .
       P120-FIM.


       P121-LER-HISTORIA.
           READ HISTORY-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-HIST-EOF-SW
           END-READ
           IF NOT WS-FIM-HISTORIA
              AND (HIST-ANO NOT = WS-ANO-LETIVO
                   OR HIST-MATRICULA NOT = CAD-MATRICULA)
                MOVE 'S' TO WS-HIST-EOF-SW
           END-IF
           .
       P121-FIM.


       P130-LER-CADASTRO.
           READ STUDENT-ENROLLMENT NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           .
       P130-FIM.


      *>************************************************************************
      *> Procedimento de entrada do SORT: percorre o cadastro inteiro e
      *> apura cada aluno ativo. Transferido, desligado e concluido nao
      *> entram na promocao.
      *>************************************************************************
       P300-APURA.
           MOVE LOW-VALUE TO CAD-MATRICULA
           START STUDENT-ENROLLMENT KEY NOT LESS CAD-MATRICULA
                INVALID KEY
                     MOVE 'S' TO WS-EOF-SW
           END-START

           IF NOT WS-FIM-ARQUIVO
                PERFORM P130-LER-CADASTRO
           END-IF

           PERFORM P310-APURA-ALUNO THRU P310-FIM
                   UNTIL WS-FIM-ARQUIVO
           .
       P300-FIM.


       P310-APURA-ALUNO.
           IF NOT CAD-ATIVO
                GO TO P310-PROXIMO
           END-IF

           ADD 1 TO WS-QTDE-ATIVO

           MOVE WS-ANO-LETIVO TO PROM-ANO
           MOVE CAD-MATRICULA TO PROM-MATRICULA
           READ PROMOTION-REGISTER
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     ADD 1 TO WS-QTDE-JA-ROLADO
                     GO TO P310-PROXIMO
           END-READ

           PERFORM P320-RESULTADO-DO-ANO

           MOVE CAD-TURMA     TO SRT-TURMA
           MOVE CAD-NOME      TO SRT-NOME
           MOVE CAD-MATRICULA TO SRT-MATRICULA
           MOVE SPACE         TO SRT-TURMA-NOVA

           EVALUATE TRUE
                WHEN WS-QTDE-MATERIAS = 0
                     MOVE 3 TO SRT-GRUPO
                     MOVE 'SEM HISTORIA NO ANO' TO SRT-RESULTADO
                WHEN WS-QTDE-REPROVADA > 0
                     MOVE 2 TO SRT-GRUPO
                     MOVE CAD-TURMA TO SRT-TURMA-NOVA
                     MOVE 'RETIDO' TO SRT-RESULTADO
                     SET PROM-RETIDO TO TRUE
                WHEN WS-QTDE-PENDENTE > 0
                     MOVE 3 TO SRT-GRUPO
                     MOVE 'RESULTADO EM ABERTO' TO SRT-RESULTADO
                WHEN OTHER
                     PERFORM P330-DESTINO-DO-APROVADO
           END-EVALUATE

           IF SRT-GRUPO = 3
                ADD 1 TO WS-QTDE-NAO-COLOCADO
           ELSE
                PERFORM P340-APLICA-RESULTADO THRU P340-FIM
           END-IF

           RELEASE SORT-REC
           .
       P310-PROXIMO.
           PERFORM P130-LER-CADASTRO
           .
       P310-FIM.


      *>************************************************************************
      *> Resultado do ano sobre as materias da historia: reprovacao em
      *> qualquer materia (por nota ou por falta) retem; resultado que
      *> nao fechou (EM RECUP, ANDAMENTO) deixa o aluno em aberto.
      *>************************************************************************
       P320-RESULTADO-DO-ANO.
           MOVE 0 TO WS-QTDE-MATERIAS
           MOVE 0 TO WS-QTDE-APROVADA
           MOVE 0 TO WS-QTDE-REPROVADA
           MOVE 0 TO WS-QTDE-PENDENTE

           PERFORM P120-POSICIONA-HISTORIA
           PERFORM P321-CONTA-MATERIA
                   UNTIL WS-FIM-HISTORIA
           .
       P320-FIM.


       P321-CONTA-MATERIA.
           ADD 1 TO WS-QTDE-MATERIAS
           EVALUATE HIST-AR
                WHEN 'APROVADO'
                WHEN 'APROV CONS'
                     ADD 1 TO WS-QTDE-APROVADA
                WHEN 'REPROVADO'
                WHEN 'REPR FALTA'
                     ADD 1 TO WS-QTDE-REPROVADA
                WHEN OTHER
                     ADD 1 TO WS-QTDE-PENDENTE
           END-EVALUATE

           PERFORM P121-LER-HISTORIA
           .
       P321-FIM.


      *>************************************************************************
      *> Aprovado em tudo: a tabela de progressao diz se promove (e
      *> para qual turma) ou se conclui. Turma fora da tabela nao tem
      *> destino - o aluno fica para a secretaria.
      *>************************************************************************
       P330-DESTINO-DO-APROVADO.
           MOVE CAD-TURMA TO TRM-TURMA
           READ TURMA-PROGRESSION
                INVALID KEY
                     MOVE 3 TO SRT-GRUPO
                     MOVE 'TURMA SEM PROGRESSAO' TO SRT-RESULTADO
                NOT INVALID KEY
                     MOVE 1 TO SRT-GRUPO
                     IF TRM-CONCLUINTE
                          MOVE 'CONCLUIU O CURSO' TO SRT-RESULTADO
                          SET PROM-CONCLUIDO TO TRUE
                     ELSE
                          MOVE TRM-TURMA-SEGUINTE TO SRT-TURMA-NOVA
                          MOVE 'PROMOVIDO' TO SRT-RESULTADO
                          SET PROM-PROMOVIDO TO TRUE
                     END-IF
           END-READ
           .
       P330-FIM.


      *>************************************************************************
      *> Aplica o resultado: promovido muda de turma, concluinte muda de
      *> situacao, retido fica como esta. O livro de promocao e gravado
      *> para todos os tres. Na simulacao so os contadores andam.
      *>************************************************************************
       P340-APLICA-RESULTADO.
           EVALUATE TRUE
                WHEN PROM-PROMOVIDO
                     ADD 1 TO WS-QTDE-PROMOVIDO
                WHEN PROM-CONCLUIDO
                     ADD 1 TO WS-QTDE-CONCLUIDO
                WHEN OTHER
                     ADD 1 TO WS-QTDE-RETIDO
           END-EVALUATE

           IF WS-MODO-SIMULACAO
                GO TO P340-FIM
           END-IF

           MOVE WS-ANO-LETIVO  TO PROM-ANO
           MOVE CAD-MATRICULA  TO PROM-MATRICULA
           MOVE CAD-NOME       TO PROM-NOME
           MOVE CAD-TURMA      TO PROM-TURMA-ANTERIOR
           MOVE SRT-TURMA-NOVA TO PROM-TURMA-NOVA
           MOVE WS-DATA-HOJE   TO PROM-DATA

           IF PROM-PROMOVIDO
                MOVE SRT-TURMA-NOVA TO CAD-TURMA
           END-IF
           IF PROM-CONCLUIDO
                SET CAD-CONCLUIDO TO TRUE
           END-IF

           IF NOT PROM-RETIDO
                REWRITE CAD-REC
                     INVALID KEY
                          ADD 1 TO WS-QTDE-ERRO
                          DISPLAY 'ERRO AO REGRAVAR O ALUNO '
                                  CAD-MATRICULA
                          GO TO P340-FIM
                END-REWRITE
           END-IF

           WRITE PROM-REC
                INVALID KEY
                     ADD 1 TO WS-QTDE-ERRO
                     DISPLAY 'ERRO AO GRAVAR O LIVRO DE PROMOCAO '
                             CAD-MATRICULA
           END-WRITE
           .
       P340-FIM.


      *>************************************************************************
      *> Procedimento de saida do SORT: os alunos voltam por secao,
      *> turma e nome. Cada secao ganha o seu titulo e cada turma o seu
      *> total.
      *>************************************************************************
       P500-REGISTRO.
           PERFORM P510-RETORNA-SORT
           PERFORM P520-IMPRIME-ALUNO
                   UNTIL WS-FIM-SORT

           IF WS-QTDE-DA-TURMA > 0
                PERFORM P540-TOTAL-DA-TURMA
           END-IF
           .
       P500-FIM.


       P510-RETORNA-SORT.
           RETURN SORT-WORK
                AT END
                     MOVE 'S' TO WS-SORT-EOF-SW
           END-RETURN
           .
       P510-FIM.


       P520-IMPRIME-ALUNO.
           IF SRT-GRUPO NOT = WS-GRUPO-ANTERIOR
                IF WS-QTDE-DA-TURMA > 0
                     PERFORM P540-TOTAL-DA-TURMA
                END-IF
                PERFORM P530-TITULO-DA-SECAO
           ELSE
                IF SRT-TURMA NOT = WS-TURMA-ANTERIOR
                     PERFORM P540-TOTAL-DA-TURMA
                END-IF
           END-IF

           MOVE SRT-TURMA      TO WS-TURMA-ANTERIOR
           ADD 1 TO WS-QTDE-DA-TURMA

           MOVE SRT-TURMA      TO DET-TURMA
           MOVE SRT-NOME       TO DET-NOME
           MOVE SRT-MATRICULA  TO DET-MATRICULA
           MOVE SRT-TURMA-NOVA TO DET-TURMA-NOVA
           MOVE SRT-RESULTADO  TO DET-RESULTADO
           WRITE RPT-LINHA FROM DET-LINHA

           PERFORM P510-RETORNA-SORT
           .
       P520-FIM.


       P530-TITULO-DA-SECAO.
           MOVE SRT-GRUPO TO WS-GRUPO-ANTERIOR
           WRITE RPT-LINHA FROM SPACE
           EVALUATE SRT-GRUPO
                WHEN 1
                     WRITE RPT-LINHA FROM SEC-LINHA-PROMOVIDOS
                WHEN 2
                     WRITE RPT-LINHA FROM SEC-LINHA-RETIDOS
                WHEN OTHER
                     WRITE RPT-LINHA FROM SEC-LINHA-NAO-COLOCADOS
           END-EVALUATE
           .
       P530-FIM.


       P540-TOTAL-DA-TURMA.
           MOVE WS-TURMA-ANTERIOR TO QBR-TURMA
           MOVE WS-QTDE-DA-TURMA  TO QBR-QTDE
           WRITE RPT-LINHA FROM QBR-LINHA
           MOVE 0 TO WS-QTDE-DA-TURMA
           .
       P540-FIM.


       P900-ENCERRA.
           MOVE WS-QTDE-ATIVO        TO TOT-ATIVO
           MOVE WS-QTDE-PROMOVIDO    TO TOT-PROMOVIDO
           MOVE WS-QTDE-CONCLUIDO    TO TOT-CONCLUIDO
           MOVE WS-QTDE-RETIDO       TO TOT-RETIDO
           MOVE WS-QTDE-NAO-COLOCADO TO TOT-NAO-COLOCADO
           MOVE WS-QTDE-JA-ROLADO    TO TOT-JA-ROLADO
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM TOT-LINHA-1
           WRITE RPT-LINHA FROM TOT-LINHA-2
           WRITE RPT-LINHA FROM TOT-LINHA-3
           WRITE RPT-LINHA FROM TOT-LINHA-4
           WRITE RPT-LINHA FROM TOT-LINHA-5
           WRITE RPT-LINHA FROM TOT-LINHA-6

           CLOSE HISTORY-MASTER STUDENT-ENROLLMENT TURMA-PROGRESSION
                 PROMOTION-REGISTER PROMOTION-REPORT

           IF WS-MODO-SIMULACAO
                DISPLAY 'SIMULACAO CONCLUIDA - NADA FOI GRAVADO'
           ELSE
                DISPLAY 'PROMOCAO DO ANO ' WS-ANO-LETIVO ' CONCLUIDA'
           END-IF
           DISPLAY 'ATIVOS LIDOS:  ' WS-QTDE-ATIVO
           DISPLAY 'PROMOVIDOS:    ' WS-QTDE-PROMOVIDO
           DISPLAY 'CONCLUINTES:   ' WS-QTDE-CONCLUIDO
           DISPLAY 'RETIDOS:       ' WS-QTDE-RETIDO
           DISPLAY 'NAO COLOCADOS: ' WS-QTDE-NAO-COLOCADO
           DISPLAY 'JA ROLADOS:    ' WS-QTDE-JA-ROLADO
           IF WS-QTDE-ERRO > 0
                DISPLAY 'ERROS DE GRAVACAO: ' WS-QTDE-ERRO
           END-IF
           STOP RUN
           .
       P900-FIM.

       END PROGRAM PROGM23.
