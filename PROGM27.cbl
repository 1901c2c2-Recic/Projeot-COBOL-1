      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Relatorio de Pendencias de Notas
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Relatorio de pendencias de nota do trimestre:
      *                 cruza a matriz curricular (MATRIZ, PROGM26) com
      *                 os alunos ativos do cadastro (CADALUNO) e com o
      *                 ALU-TRIM-OK do mestre. Para cada aluno ativo,
      *                 cada materia da matriz da turma dele sem nota
      *                 lancada no trimestre informado - ou sem registro
      *                 nenhum no mestre - sai no PENDRPT, por turma e
      *                 materia, com total por materia, por turma e
      *                 geral. Aluno de turma sem matriz cadastrada sai
      *                 em secao propria, porque para ele nao ha como
      *                 saber o que falta.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM27.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRICULUM-MATRIX
               ASSIGN TO 'MATRIZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTZ-CHAVE
               FILE STATUS IS WS-MATR-STATUS.

           SELECT STUDENT-ENROLLMENT
               ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADA-STATUS.

           SELECT ALUNO-MASTER
               ASSIGN TO 'ALUNOMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT PENDENCY-REPORT
               ASSIGN TO 'PENDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK'.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CURRICULUM-MATRIX.
           COPY MATRREC.

       FD  STUDENT-ENROLLMENT.
           COPY CADAREC.

       FD  ALUNO-MASTER.
           COPY ALUNOREC.

       FD  PENDENCY-REPORT.
       01  RPT-LINHA                PIC X(90).

      *>  SRT-GRUPO separa as secoes do relatorio: 1 = pendencias por
      *>  turma e materia, 2 = alunos de turma sem matriz.
       SD  SORT-WORK.
       01  SORT-REC.
           03 SRT-GRUPO             PIC 9(01).
           03 SRT-TURMA             PIC X(06).
           03 SRT-MATERIA           PIC X(12).
           03 SRT-NOME              PIC X(30).
           03 SRT-MATRICULA         PIC X(12).
           03 SRT-SITUACAO          PIC X(20).

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-MATR-STATUS           PIC X(02) VALUE '00'.
       01  WS-CADA-STATUS           PIC X(02) VALUE '00'.
       01  WS-MASTER-STATUS         PIC X(02) VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-MATR-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-FIM-MATRIZ             VALUE 'S'.

       01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-FIM-SORT               VALUE 'S'.

       01  WS-TRIMESTRE             PIC 9(01) VALUE 0.

      *>  Materias da matriz encontradas para o aluno corrente.
       01  WS-QTDE-MATERIAS         PIC 9(02) COMP VALUE 0.

       01  WS-CONTADORES.
           03 WS-QTDE-ATIVO         PIC 9(06) VALUE 0.
           03 WS-QTDE-ESPERADA      PIC 9(06) VALUE 0.
           03 WS-QTDE-PENDENTE      PIC 9(06) VALUE 0.
           03 WS-QTDE-SEM-REGISTRO  PIC 9(06) VALUE 0.
           03 WS-QTDE-SEM-MATRIZ    PIC 9(06) VALUE 0.

      *>  Quebras do procedimento de saida do SORT.
       01  WS-GRUPO-ANTERIOR        PIC 9(01) VALUE 0.
       01  WS-TURMA-ANTERIOR        PIC X(06) VALUE SPACE.
       01  WS-MATERIA-ANTERIOR      PIC X(12) VALUE SPACE.
       01  WS-QTDE-DA-MATERIA       PIC 9(04) VALUE 0.
       01  WS-QTDE-DA-TURMA         PIC 9(04) VALUE 0.

       01  CAB-LINHA-1.
           03 FILLER           PIC X(36) VALUE
                   'PENDENCIAS DE NOTA - TRIMESTRE '.
           03 CAB-TRIMESTRE    PIC 9(01).

       01  CAB-LINHA-2.
           03 FILLER                PIC X(08) VALUE 'TURMA'.
           03 FILLER                PIC X(14) VALUE 'MATERIA'.
           03 FILLER                PIC X(31) VALUE 'ALUNO'.
           03 FILLER                PIC X(13) VALUE 'MATRICULA'.
           03 FILLER                PIC X(20) VALUE 'SITUACAO'.

       01  SEC-LINHA-PENDENCIAS.
           03 FILLER                PIC X(50) VALUE
                   '*** NOTAS NAO LANCADAS POR TURMA E MATERIA ***'.

       01  SEC-LINHA-SEM-MATRIZ.
           03 FILLER                PIC X(50) VALUE
                   '*** ALUNOS DE TURMA SEM MATRIZ CURRICULAR ***'.

       01  DET-LINHA.
           03 DET-TURMA              PIC X(08).
           03 DET-MATERIA            PIC X(14).
           03 DET-NOME               PIC X(31).
           03 DET-MATRICULA          PIC X(13).
           03 DET-SITUACAO           PIC X(20).

       01  QBR-LINHA-MATERIA.
           03 FILLER                 PIC X(08) VALUE SPACE.
           03 FILLER                 PIC X(20) VALUE
                   'TOTAL DA MATERIA '.
           03 QBR-MATERIA            PIC X(14).
           03 QBR-QTDE-MATERIA       PIC ZZZ9.

       01  QBR-LINHA-TURMA.
           03 FILLER                 PIC X(08) VALUE SPACE.
           03 FILLER                 PIC X(20) VALUE
                   'TOTAL DA TURMA '.
           03 QBR-TURMA              PIC X(14).
           03 QBR-QTDE-TURMA         PIC ZZZ9.

       01  TOT-LINHA-1.
           03 FILLER           PIC X(30) VALUE
                   'ALUNOS ATIVOS LIDOS:      '.
           03 TOT-ATIVO        PIC ZZZ,ZZ9.

       01  TOT-LINHA-2.
           03 FILLER           PIC X(30) VALUE
                   'NOTAS ESPERADAS PELA MATRIZ:'.
           03 TOT-ESPERADA     PIC ZZZ,ZZ9.

       01  TOT-LINHA-3.
           03 FILLER           PIC X(30) VALUE
                   'NOTAS PENDENTES:          '.
           03 TOT-PENDENTE     PIC ZZZ,ZZ9.

       01  TOT-LINHA-4.
           03 FILLER           PIC X(30) VALUE
                   '  DAS QUAIS SEM REGISTRO: '.
           03 TOT-SEM-REGISTRO PIC ZZZ,ZZ9.

       01  TOT-LINHA-5.
           03 FILLER           PIC X(30) VALUE
                   'ALUNOS EM TURMA SEM MATRIZ:'.
           03 TOT-SEM-MATRIZ   PIC ZZZ,ZZ9.

      **************************************************************************
       PROCEDURE DIVISION.

       P000-PRINCIPAL.
           PERFORM P100-ABRIR
           SORT SORT-WORK
                ON ASCENDING KEY SRT-GRUPO SRT-TURMA SRT-MATERIA
                                 SRT-NOME
                INPUT PROCEDURE IS P300-APURA THRU P300-FIM
                OUTPUT PROCEDURE IS P500-RELATORIO THRU P500-FIM
           PERFORM P900-ENCERRA
           .
       P000-FIM.

      *>************************************************************************
      *> Sem matriz cadastrada o relatorio nao tem o que cruzar - todos
      *> os alunos cairiam na secao de turma sem matriz.
      *>************************************************************************
       P100-ABRIR.
           DISPLAY 'INFORME O TRIMESTRE (1-4): '
           ACCEPT WS-TRIMESTRE
           IF WS-TRIMESTRE < 1 OR WS-TRIMESTRE > 4
                DISPLAY 'TRIMESTRE INVALIDO'
                STOP RUN
           END-IF

           OPEN INPUT CURRICULUM-MATRIX
           IF WS-MATR-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR A MATRIZ CURRICULAR'
                        ' - CADASTRE A MATRIZ NO PROGM26'
                STOP RUN
           END-IF

           OPEN INPUT STUDENT-ENROLLMENT
           IF WS-CADA-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO DE ALUNOS'
                STOP RUN
           END-IF

           OPEN INPUT ALUNO-MASTER
           IF WS-MASTER-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO MESTRE'
                STOP RUN
           END-IF

           OPEN OUTPUT PENDENCY-REPORT
           MOVE WS-TRIMESTRE TO CAB-TRIMESTRE
           WRITE RPT-LINHA FROM CAB-LINHA-1
           WRITE RPT-LINHA FROM CAB-LINHA-2
           .
       P100-FIM.


       P130-LER-CADASTRO.
           READ STUDENT-ENROLLMENT NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           .
       P130-FIM.


      *>************************************************************************
      *> Posiciona a matriz na primeira materia da turma do aluno; a
      *> chave e turma+materia, entao as materias da turma vem juntas.
      *>************************************************************************
       P140-POSICIONA-MATRIZ.
           MOVE 'N' TO WS-MATR-EOF-SW
           MOVE CAD-TURMA TO MTZ-TURMA
           MOVE LOW-VALUE TO MTZ-MATERIA
           START CURRICULUM-MATRIX KEY NOT LESS MTZ-CHAVE
                INVALID KEY
                     MOVE 'S' TO WS-MATR-EOF-SW
           END-START

           IF NOT WS-FIM-MATRIZ
                PERFORM P141-LER-MATRIZ
           END-IF
           .
       P140-FIM.


       P141-LER-MATRIZ.
           READ CURRICULUM-MATRIX NEXT RECORD
                AT END
                     MOVE 'S' TO WS-MATR-EOF-SW
           END-READ
           IF NOT WS-FIM-MATRIZ AND MTZ-TURMA NOT = CAD-TURMA
                MOVE 'S' TO WS-MATR-EOF-SW
           END-IF
           .
       P141-FIM.


      *>************************************************************************
      *> Procedimento de entrada do SORT: percorre o cadastro inteiro e,
      *> para cada aluno ativo, confere no mestre cada materia da matriz
      *> da turma dele.
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
           MOVE 0 TO WS-QTDE-MATERIAS

           PERFORM P140-POSICIONA-MATRIZ
           PERFORM P320-CONFERE-MATERIA THRU P320-FIM
                   UNTIL WS-FIM-MATRIZ

           IF WS-QTDE-MATERIAS = 0
                ADD 1 TO WS-QTDE-SEM-MATRIZ
                MOVE 2             TO SRT-GRUPO
                MOVE CAD-TURMA     TO SRT-TURMA
                MOVE SPACE         TO SRT-MATERIA
                MOVE CAD-NOME      TO SRT-NOME
                MOVE CAD-MATRICULA TO SRT-MATRICULA
                MOVE 'TURMA SEM MATRIZ' TO SRT-SITUACAO
                RELEASE SORT-REC
           END-IF
           .
       P310-PROXIMO.
           PERFORM P130-LER-CADASTRO
           .
       P310-FIM.


      *>************************************************************************
      *> Uma materia da matriz para o aluno corrente: sem registro no
      *> mestre ou com o trimestre ainda nao marcado em ALU-TRIM-OK, a
      *> nota esta pendente.
      *>************************************************************************
       P320-CONFERE-MATERIA.
           ADD 1 TO WS-QTDE-MATERIAS
           ADD 1 TO WS-QTDE-ESPERADA

           MOVE CAD-MATRICULA TO ALU-MATRICULA
           MOVE MTZ-MATERIA   TO ALU-MATERIA
           READ ALUNO-MASTER
                INVALID KEY
                     ADD 1 TO WS-QTDE-SEM-REGISTRO
                     MOVE 'SEM REGISTRO' TO SRT-SITUACAO
                     GO TO P320-PENDENTE
           END-READ

           IF ALU-TRIM-OK (WS-TRIMESTRE) = 'S'
                GO TO P320-PROXIMA
           END-IF
           MOVE 'NAO LANCADA' TO SRT-SITUACAO
           .
       P320-PENDENTE.
           ADD 1 TO WS-QTDE-PENDENTE
           MOVE 1             TO SRT-GRUPO
           MOVE CAD-TURMA     TO SRT-TURMA
           MOVE MTZ-MATERIA   TO SRT-MATERIA
           MOVE CAD-NOME      TO SRT-NOME
           MOVE CAD-MATRICULA TO SRT-MATRICULA
           RELEASE SORT-REC
           .
       P320-PROXIMA.
           PERFORM P141-LER-MATRIZ
           .
       P320-FIM.


      *>************************************************************************
      *> Procedimento de saida do SORT: as pendencias voltam por secao,
      *> turma, materia e nome. Cada materia e cada turma ganham o seu
      *> total; a secao de turma sem matriz so tem total de turma.
      *>************************************************************************
       P500-RELATORIO.
           PERFORM P510-RETORNA-SORT
           PERFORM P520-IMPRIME-PENDENCIA
                   UNTIL WS-FIM-SORT

           IF WS-QTDE-DA-TURMA > 0
                PERFORM P550-TOTAL-DA-MATERIA
                PERFORM P560-TOTAL-DA-TURMA
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


       P520-IMPRIME-PENDENCIA.
           IF SRT-GRUPO NOT = WS-GRUPO-ANTERIOR
                IF WS-QTDE-DA-TURMA > 0
                     PERFORM P550-TOTAL-DA-MATERIA
                     PERFORM P560-TOTAL-DA-TURMA
                END-IF
                PERFORM P530-TITULO-DA-SECAO
           ELSE
                IF SRT-TURMA NOT = WS-TURMA-ANTERIOR
                     PERFORM P550-TOTAL-DA-MATERIA
                     PERFORM P560-TOTAL-DA-TURMA
                ELSE
                     IF SRT-MATERIA NOT = WS-MATERIA-ANTERIOR
                          PERFORM P550-TOTAL-DA-MATERIA
                     END-IF
                END-IF
           END-IF

           MOVE SRT-TURMA      TO WS-TURMA-ANTERIOR
           MOVE SRT-MATERIA    TO WS-MATERIA-ANTERIOR
           ADD 1 TO WS-QTDE-DA-MATERIA
           ADD 1 TO WS-QTDE-DA-TURMA

           MOVE SRT-TURMA      TO DET-TURMA
           MOVE SRT-MATERIA    TO DET-MATERIA
           MOVE SRT-NOME       TO DET-NOME
           MOVE SRT-MATRICULA  TO DET-MATRICULA
           MOVE SRT-SITUACAO   TO DET-SITUACAO
           WRITE RPT-LINHA FROM DET-LINHA

           PERFORM P510-RETORNA-SORT
           .
       P520-FIM.


       P530-TITULO-DA-SECAO.
           MOVE SRT-GRUPO TO WS-GRUPO-ANTERIOR
           WRITE RPT-LINHA FROM SPACE
           IF SRT-GRUPO = 1
                WRITE RPT-LINHA FROM SEC-LINHA-PENDENCIAS
           ELSE
                WRITE RPT-LINHA FROM SEC-LINHA-SEM-MATRIZ
           END-IF
           .
       P530-FIM.


      *>************************************************************************
      *> Na secao de turma sem matriz a materia vem em branco - o total
      *> de materia seria so a repeticao do total da turma.
      *>************************************************************************
       P550-TOTAL-DA-MATERIA.
           IF WS-GRUPO-ANTERIOR = 1
                MOVE WS-MATERIA-ANTERIOR TO QBR-MATERIA
                MOVE WS-QTDE-DA-MATERIA  TO QBR-QTDE-MATERIA
                WRITE RPT-LINHA FROM QBR-LINHA-MATERIA
           END-IF
           MOVE 0 TO WS-QTDE-DA-MATERIA
           .
       P550-FIM.


       P560-TOTAL-DA-TURMA.
           MOVE WS-TURMA-ANTERIOR TO QBR-TURMA
           MOVE WS-QTDE-DA-TURMA  TO QBR-QTDE-TURMA
           WRITE RPT-LINHA FROM QBR-LINHA-TURMA
           WRITE RPT-LINHA FROM SPACE
           MOVE 0 TO WS-QTDE-DA-TURMA
           .
       P560-FIM.


       P900-ENCERRA.
           MOVE WS-QTDE-ATIVO        TO TOT-ATIVO
           MOVE WS-QTDE-ESPERADA     TO TOT-ESPERADA
           MOVE WS-QTDE-PENDENTE     TO TOT-PENDENTE
           MOVE WS-QTDE-SEM-REGISTRO TO TOT-SEM-REGISTRO
           MOVE WS-QTDE-SEM-MATRIZ   TO TOT-SEM-MATRIZ
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM TOT-LINHA-1
           WRITE RPT-LINHA FROM TOT-LINHA-2
           WRITE RPT-LINHA FROM TOT-LINHA-3
           WRITE RPT-LINHA FROM TOT-LINHA-4
           WRITE RPT-LINHA FROM TOT-LINHA-5

           CLOSE CURRICULUM-MATRIX STUDENT-ENROLLMENT ALUNO-MASTER
                 PENDENCY-REPORT

           DISPLAY 'PENDENCIAS DO TRIMESTRE ' WS-TRIMESTRE
                   ' GRAVADAS EM PENDRPT'
           DISPLAY 'ATIVOS LIDOS:      ' WS-QTDE-ATIVO
           DISPLAY 'NOTAS ESPERADAS:   ' WS-QTDE-ESPERADA
           DISPLAY 'NOTAS PENDENTES:   ' WS-QTDE-PENDENTE
           DISPLAY 'SEM REGISTRO:      ' WS-QTDE-SEM-REGISTRO
           DISPLAY 'TURMA SEM MATRIZ:  ' WS-QTDE-SEM-MATRIZ
           STOP RUN
           .
       P900-FIM.

       END PROGRAM PROGM27.
