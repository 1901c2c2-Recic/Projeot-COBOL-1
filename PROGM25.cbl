      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Atribuicao de Aulas
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Manutencao da atribuicao de aulas (ATRIBUI,
      *                 ATRIREC.cpy): liga cada operador de nivel comum
      *                 (professor) as turmas + materias que ele
      *                 leciona. O cadastro de operadores so sabia
      *                 supervisor x comum, e qualquer professor lancava
      *                 nota de trimestre em qualquer turma - no ultimo
      *                 trimestre uma nota de matematica caiu na
      *                 HISTORIA de outra turma e so apareceu no
      *                 boletim. PROGM2P passa a recusar o lancamento
      *                 de trimestre de quem nao tem a turma/materia
      *                 atribuida. Atribuir, retirar, listar e a
      *                 listagem de turma/materia sem professor
      *                 (ATRIRPT): turmas dos alunos ativos do cadastro
      *                 (CADALUNO) x materias ativas do catalogo
      *                 (SUBJCAT). Exige sign-on de supervisor.
      * 15/10/2026  RC  Com a matriz curricular (MATRIZ, PROGM26)
      *                 cadastrada, a listagem de turma/materia sem
      *                 professor cruza cada turma so com as materias
      *                 da matriz dela, e nao mais com o catalogo
      *                 inteiro; turma sem matriz sai marcada. Sem
      *                 matriz, vale o cruzamento com o catalogo.
      * 15/10/2026  RC  O sign-on passa o nome do programa a PROGM2S
      *                 (SGN-PROGRAMA) para o log de sign-on.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM25.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-ASSIGNMENT
               ASSIGN TO 'ATRIBUI'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WS-ATRI-STATUS.

           SELECT OPERATOR-MASTER
               ASSIGN TO 'OPERMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SUBJECT-CATALOG
               ASSIGN TO 'SUBJCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-MATERIA
               FILE STATUS IS WS-SUBJ-STATUS.

           SELECT CURRICULUM-MATRIX
               ASSIGN TO 'MATRIZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTZ-CHAVE
               FILE STATUS IS WS-MATR-STATUS.

           SELECT STUDENT-ENROLLMENT
               ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADA-STATUS.

           SELECT ASSIGNMENT-REPORT
               ASSIGN TO 'ATRIRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-ASSIGNMENT.
           COPY ATRIREC.

       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  SUBJECT-CATALOG.
           COPY SUBJREC.

       FD  CURRICULUM-MATRIX.
           COPY MATRREC.

       FD  STUDENT-ENROLLMENT.
           COPY CADAREC.

       FD  ASSIGNMENT-REPORT.
       01  RPT-LINHA                PIC X(80).

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-ATRI-STATUS           PIC X(02) VALUE '00'.
       01  WS-OPER-STATUS           PIC X(02) VALUE '00'.
       01  WS-SUBJ-STATUS           PIC X(02) VALUE '00'.
       01  WS-MATR-STATUS           PIC X(02) VALUE '00'.
       01  WS-CADA-STATUS           PIC X(02) VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-ACHOU-SW              PIC X(01) VALUE 'N'.
           88 WS-ACHOU                  VALUE 'S'.

       01  WS-CATALOGO-SW           PIC X(01) VALUE 'N'.
           88 WS-CATALOGO-ABERTO        VALUE 'S'.

       01  WS-MATRIZ-SW             PIC X(01) VALUE 'N'.
           88 WS-MATRIZ-ABERTA          VALUE 'S'.

       01  WS-OPCAO                 PIC 9(01) VALUE 0.

       01  WS-OPERADOR              PIC X(08) VALUE SPACE.
       01  WS-SENHA                 PIC X(08) VALUE SPACE.

       01  WS-TURMA                 PIC X(06) VALUE SPACE.
       01  WS-MATERIA               PIC X(12) VALUE SPACE.
       01  WS-PROFESSOR             PIC X(08) VALUE SPACE.

       01  WS-IDX-TUR               PIC 9(03) COMP VALUE 0.
       01  WS-IDX-MAT               PIC 9(03) COMP VALUE 0.
       01  WS-IDX-BUSCA             PIC 9(03) COMP VALUE 0.

       01  WS-QTDE-LISTADA          PIC 9(04) VALUE 0.
       01  WS-QTDE-SEM-PROF         PIC 9(04) VALUE 0.
       01  WS-QTDE-TURMA-SEM        PIC 9(04) VALUE 0.
       01  WS-QTDE-PARES            PIC 9(04) VALUE 0.
       01  WS-QTDE-SEM-MATRIZ       PIC 9(04) VALUE 0.

      *>  Turmas dos alunos ativos e materias ativas do catalogo,
      *>  carregadas a cada pedido da listagem de turma/materia sem
      *>  professor. Com a matriz curricular, a tabela de materias e
      *>  recarregada turma a turma com as materias da matriz.
       01  WS-TABELA-TURMAS.
           03 WS-QTDE-TURMAS        PIC 9(03) COMP VALUE 0.
           03 TBL-TURMA             PIC X(06) OCCURS 100 TIMES.

       01  WS-TABELA-MATERIAS.
           03 WS-QTDE-MATERIAS      PIC 9(03) COMP VALUE 0.
           03 TBL-MATERIA           PIC X(12) OCCURS 50 TIMES.

       01  LST-LINHA.
           03 LST-TURMA              PIC X(08).
           03 LST-MATERIA            PIC X(14).
           03 LST-OPERADOR           PIC X(10).
           03 LST-DATA               PIC 9(08).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 LST-SUPERVISOR         PIC X(08).

       01  CAB-LINHA-1.
           03 FILLER           PIC X(80) VALUE
                   'TURMAS / MATERIAS SEM PROFESSOR ATRIBUIDO'.

       01  CAB-LINHA-2.
           03 FILLER                PIC X(08) VALUE 'TURMA'.
           03 FILLER                PIC X(14) VALUE 'MATERIA'.

       01  DET-LINHA.
           03 DET-TURMA              PIC X(08).
           03 DET-MATERIA            PIC X(14).

       01  QBR-LINHA.
           03 FILLER           PIC X(08) VALUE SPACE.
           03 FILLER           PIC X(24) VALUE
                   'SEM PROFESSOR NA TURMA:'.
           03 QBR-QTDE         PIC ZZZ9.

       01  TOT-LINHA-1.
           03 FILLER           PIC X(32) VALUE
                   'TURMAS VERIFICADAS:'.
           03 TOT-TURMAS       PIC ZZZ9.

       01  TOT-LINHA-2.
           03 TOT-ROTULO       PIC X(32).
           03 TOT-MATERIAS     PIC ZZZ9.

       01  TOT-LINHA-3.
           03 FILLER           PIC X(32) VALUE
                   'TURMA/MATERIA SEM PROFESSOR:'.
           03 TOT-SEM-PROF     PIC ZZZ9.

       01  TOT-LINHA-4.
           03 FILLER           PIC X(32) VALUE
                   'TURMAS SEM MATRIZ CURRICULAR:'.
           03 TOT-SEM-MATRIZ   PIC ZZZ9.

           COPY SIGNPARM.

      **************************************************************************
       PROCEDURE DIVISION.

           PERFORM P100-ABRIR.
           PERFORM P200-MENU THRU P200-FIM
                   UNTIL WS-OPCAO = 9.
           PERFORM P900-ENCERRA.
      *>************************************************************************
      *> O catalogo de materias e opcional, como em PROGM2P: sem ele a
      *> materia da atribuicao nao e conferida, e a listagem de turma/
      *> materia sem professor nao pode ser tirada.
      *>************************************************************************
       P100-ABRIR.
           DISPLAY 'INFORME O ID DO OPERADOR: '
           ACCEPT WS-OPERADOR
           DISPLAY 'INFORME A SENHA: '
           ACCEPT WS-SENHA

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM25'   TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL

           IF NOT SGN-OK
                DISPLAY 'SIGN-ON RECUSADO - CODIGO ' SGN-RETORNO
                STOP RUN
           END-IF

           IF NOT SGN-NIVEL-SUPER
                DISPLAY 'ATRIBUICAO DE AULAS RESTRITA AO '
                        'SUPERVISOR'
                STOP RUN
           END-IF

           OPEN I-O CLASS-ASSIGNMENT
           IF WS-ATRI-STATUS = '35'
                OPEN OUTPUT CLASS-ASSIGNMENT
                CLOSE CLASS-ASSIGNMENT
                OPEN I-O CLASS-ASSIGNMENT
           END-IF
           IF WS-ATRI-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR A ATRIBUICAO DE AULAS'
                STOP RUN
           END-IF

           OPEN INPUT OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO DE '
                        'OPERADORES'
                STOP RUN
           END-IF

           OPEN INPUT SUBJECT-CATALOG
           IF WS-SUBJ-STATUS = '00'
                MOVE 'S' TO WS-CATALOGO-SW
           ELSE
                DISPLAY 'AVISO: CATALOGO DE MATERIAS AUSENTE - '
                        'MATERIA NAO SERA CONFERIDA'
           END-IF

           OPEN INPUT CURRICULUM-MATRIX
           IF WS-MATR-STATUS = '00'
                MOVE LOW-VALUE TO MTZ-CHAVE
                START CURRICULUM-MATRIX KEY NOT LESS MTZ-CHAVE
                     INVALID KEY
                          CONTINUE
                END-START
                IF WS-MATR-STATUS = '00'
                     MOVE 'S' TO WS-MATRIZ-SW
                ELSE
                     CLOSE CURRICULUM-MATRIX
                END-IF
           END-IF
           .
       P100-FIM.


       P200-MENU.
           DISPLAY ' '
           DISPLAY '***** ATRIBUICAO DE AULAS *****'
           DISPLAY '1=ATRIBUIR  2=RETIRAR  3=LISTAR  '
                   '4=TURMA/MATERIA SEM PROFESSOR  9=SAIR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                WHEN 1
                     PERFORM P300-ATRIBUIR THRU P300-FIM
                WHEN 2
                     PERFORM P400-RETIRAR THRU P400-FIM
                WHEN 3
                     PERFORM P500-LISTAR THRU P500-FIM
                WHEN 4
                     PERFORM P600-SEM-PROFESSOR THRU P600-FIM
                WHEN 9
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
       P200-FIM.


      *>************************************************************************
      *> Atribuicao: o professor precisa existir e estar ativo no
      *> cadastro de operadores, e a materia ativa no catalogo. A mesma
      *> turma/materia pode ter mais de um professor (substituto,
      *> turma dividida) - a chave inclui o operador.
      *>************************************************************************
       P300-ATRIBUIR.
           PERFORM P310-COLETA-CHAVE THRU P310-FIM
           IF WS-TURMA = SPACE
                GO TO P300-FIM
           END-IF

           MOVE WS-PROFESSOR TO OPE-ID
           READ OPERATOR-MASTER
                INVALID KEY
                     DISPLAY 'OPERADOR NAO CADASTRADO: ' WS-PROFESSOR
                     GO TO P300-FIM
           END-READ
           IF OPE-DESATIVADO
                DISPLAY 'OPERADOR DESATIVADO: ' WS-PROFESSOR
                GO TO P300-FIM
           END-IF
           IF OPE-SUPERVISOR
                DISPLAY 'AVISO: SUPERVISOR NAO PRECISA DE ATRIBUICAO '
                        'PARA LANCAR'
           END-IF

           IF WS-CATALOGO-ABERTO
                MOVE WS-MATERIA TO SUB-MATERIA
                READ SUBJECT-CATALOG
                     INVALID KEY
                          DISPLAY 'MATERIA NAO CONSTA DO CATALOGO: '
                                  WS-MATERIA
                          GO TO P300-FIM
                END-READ
                IF SUB-INATIVA
                     DISPLAY 'MATERIA DESATIVADA: ' WS-MATERIA
                     GO TO P300-FIM
                END-IF
           END-IF

           MOVE WS-TURMA     TO ATR-TURMA
           MOVE WS-MATERIA   TO ATR-MATERIA
           MOVE WS-PROFESSOR TO ATR-OPERADOR
           ACCEPT ATR-DATA FROM DATE YYYYMMDD
           MOVE WS-OPERADOR  TO ATR-SUPERVISOR

           WRITE ATR-REC
                INVALID KEY
                     DISPLAY 'ATRIBUICAO JA CONSTA DO ARQUIVO'
                     GO TO P300-FIM
           END-WRITE
           DISPLAY 'ATRIBUIDO: ' WS-PROFESSOR ' - TURMA ' WS-TURMA
                   ' - ' WS-MATERIA
           .
       P300-FIM.


      *>************************************************************************
      *> Turma, materia e professor da atribuicao. Campo em branco
      *> devolve WS-TURMA em branco e o chamador desiste.
      *>************************************************************************
       P310-COLETA-CHAVE.
           DISPLAY 'INFORME A TURMA (EX 9A): '
           ACCEPT WS-TURMA
           DISPLAY 'INFORME A MATERIA: '
           ACCEPT WS-MATERIA
           DISPLAY 'INFORME O ID DO PROFESSOR: '
           ACCEPT WS-PROFESSOR

           IF WS-MATERIA = SPACE OR WS-PROFESSOR = SPACE
                MOVE SPACE TO WS-TURMA
           END-IF
           IF WS-TURMA = SPACE
                DISPLAY 'TURMA, MATERIA E PROFESSOR SAO OBRIGATORIOS'
           END-IF
           .
       P310-FIM.


       P400-RETIRAR.
           PERFORM P310-COLETA-CHAVE THRU P310-FIM
           IF WS-TURMA = SPACE
                GO TO P400-FIM
           END-IF

           MOVE WS-TURMA     TO ATR-TURMA
           MOVE WS-MATERIA   TO ATR-MATERIA
           MOVE WS-PROFESSOR TO ATR-OPERADOR
           DELETE CLASS-ASSIGNMENT
                INVALID KEY
                     DISPLAY 'ATRIBUICAO NAO CONSTA DO ARQUIVO'
                     GO TO P400-FIM
           END-DELETE
           DISPLAY 'ATRIBUICAO RETIRADA: ' WS-PROFESSOR ' - TURMA '
                   WS-TURMA ' - ' WS-MATERIA
           .
       P400-FIM.


       P500-LISTAR.
           MOVE LOW-VALUE TO ATR-CHAVE
           START CLASS-ASSIGNMENT KEY NOT LESS ATR-CHAVE
                INVALID KEY
                     DISPLAY 'NENHUMA ATRIBUICAO CADASTRADA'
                     GO TO P500-FIM
           END-START

           DISPLAY 'TURMA   MATERIA       PROFESSOR ATRIBUIDA POR'
           MOVE 'N' TO WS-EOF-SW
           MOVE 0   TO WS-QTDE-LISTADA
           PERFORM P510-LISTA-ATRIBUICAO
                   UNTIL WS-FIM-ARQUIVO
           DISPLAY 'ATRIBUICOES: ' WS-QTDE-LISTADA
           .
       P500-FIM.


       P510-LISTA-ATRIBUICAO.
           READ CLASS-ASSIGNMENT NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ

           IF NOT WS-FIM-ARQUIVO
                ADD 1 TO WS-QTDE-LISTADA
                MOVE ATR-TURMA      TO LST-TURMA
                MOVE ATR-MATERIA    TO LST-MATERIA
                MOVE ATR-OPERADOR   TO LST-OPERADOR
                MOVE ATR-DATA       TO LST-DATA
                MOVE ATR-SUPERVISOR TO LST-SUPERVISOR
                DISPLAY LST-LINHA
           END-IF
           .
       P510-FIM.


      *>************************************************************************
      *> Turma/materia sem professor: cada turma com aluno ativo no
      *> cadastro cruzada com as materias da matriz curricular dela -
      *> ou, sem matriz cadastrada, com cada materia ativa do catalogo;
      *> a combinacao sem nenhum registro de atribuicao sai no ATRIRPT,
      *> com o total por turma e o total geral.
      *>************************************************************************
       P600-SEM-PROFESSOR.
           IF NOT WS-CATALOGO-ABERTO AND NOT WS-MATRIZ-ABERTA
                DISPLAY 'SEM CATALOGO DE MATERIAS NAO HA LISTAGEM'
                GO TO P600-FIM
           END-IF

           PERFORM P610-CARREGA-TURMAS THRU P610-FIM
           IF WS-QTDE-TURMAS = 0
                DISPLAY 'NENHUM ALUNO ATIVO NO CADASTRO'
                GO TO P600-FIM
           END-IF

           IF NOT WS-MATRIZ-ABERTA
                PERFORM P620-CARREGA-MATERIAS THRU P620-FIM
                IF WS-QTDE-MATERIAS = 0
                     DISPLAY 'NENHUMA MATERIA ATIVA NO CATALOGO'
                     GO TO P600-FIM
                END-IF
           END-IF

           OPEN OUTPUT ASSIGNMENT-REPORT
           WRITE RPT-LINHA FROM CAB-LINHA-1
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM CAB-LINHA-2

           MOVE 0 TO WS-QTDE-SEM-PROF
           MOVE 0 TO WS-QTDE-PARES
           MOVE 0 TO WS-QTDE-SEM-MATRIZ
           PERFORM P630-VERIFICA-TURMA
                   VARYING WS-IDX-TUR FROM 1 BY 1
                   UNTIL WS-IDX-TUR > WS-QTDE-TURMAS

           MOVE WS-QTDE-TURMAS   TO TOT-TURMAS
           IF WS-MATRIZ-ABERTA
                MOVE 'TURMA/MATERIA PELA MATRIZ:' TO TOT-ROTULO
                MOVE WS-QTDE-PARES    TO TOT-MATERIAS
           ELSE
                MOVE 'MATERIAS ATIVAS NO CATALOGO:' TO TOT-ROTULO
                MOVE WS-QTDE-MATERIAS TO TOT-MATERIAS
           END-IF
           MOVE WS-QTDE-SEM-PROF TO TOT-SEM-PROF
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM TOT-LINHA-1
           WRITE RPT-LINHA FROM TOT-LINHA-2
           WRITE RPT-LINHA FROM TOT-LINHA-3
           IF WS-MATRIZ-ABERTA
                MOVE WS-QTDE-SEM-MATRIZ TO TOT-SEM-MATRIZ
                WRITE RPT-LINHA FROM TOT-LINHA-4
           END-IF
           CLOSE ASSIGNMENT-REPORT

           DISPLAY 'LISTAGEM GRAVADA EM ATRIRPT - TURMA/MATERIA SEM '
                   'PROFESSOR: ' WS-QTDE-SEM-PROF
           .
       P600-FIM.


       P610-CARREGA-TURMAS.
           MOVE 0 TO WS-QTDE-TURMAS
           OPEN INPUT STUDENT-ENROLLMENT
           IF WS-CADA-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO DE ALUNOS'
                GO TO P610-FIM
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM P611-LER-ALUNO
                   UNTIL WS-FIM-ARQUIVO
           CLOSE STUDENT-ENROLLMENT
           .
       P610-FIM.


       P611-LER-ALUNO.
           READ STUDENT-ENROLLMENT NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ

           IF NOT WS-FIM-ARQUIVO AND CAD-ATIVO AND CAD-TURMA NOT = SPACE
                MOVE 'N' TO WS-ACHOU-SW
                PERFORM P612-PROCURA-TURMA
                        VARYING WS-IDX-BUSCA FROM 1 BY 1
                        UNTIL WS-IDX-BUSCA > WS-QTDE-TURMAS
                           OR WS-ACHOU
                IF NOT WS-ACHOU
                     IF WS-QTDE-TURMAS < 100
                          ADD 1 TO WS-QTDE-TURMAS
                          MOVE CAD-TURMA TO TBL-TURMA (WS-QTDE-TURMAS)
                     ELSE
                          DISPLAY 'AVISO: MAIS DE 100 TURMAS - TURMA '
                                  CAD-TURMA ' FORA DA LISTAGEM'
                     END-IF
                END-IF
           END-IF
           .
       P611-FIM.


       P612-PROCURA-TURMA.
           IF TBL-TURMA (WS-IDX-BUSCA) = CAD-TURMA
                MOVE 'S' TO WS-ACHOU-SW
           END-IF
           .
       P612-FIM.


       P620-CARREGA-MATERIAS.
           MOVE 0 TO WS-QTDE-MATERIAS
           MOVE LOW-VALUE TO SUB-MATERIA
           START SUBJECT-CATALOG KEY NOT LESS SUB-MATERIA
                INVALID KEY
                     GO TO P620-FIM
           END-START

           MOVE 'N' TO WS-EOF-SW
           PERFORM P621-LER-MATERIA
                   UNTIL WS-FIM-ARQUIVO
           .
       P620-FIM.


       P621-LER-MATERIA.
           READ SUBJECT-CATALOG NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ

           IF NOT WS-FIM-ARQUIVO AND SUB-ATIVA
                IF WS-QTDE-MATERIAS < 50
                     ADD 1 TO WS-QTDE-MATERIAS
                     MOVE SUB-MATERIA TO TBL-MATERIA (WS-QTDE-MATERIAS)
                ELSE
                     DISPLAY 'AVISO: MAIS DE 50 MATERIAS - MATERIA '
                             SUB-MATERIA ' FORA DA LISTAGEM'
                END-IF
           END-IF
           .
       P621-FIM.


       P630-VERIFICA-TURMA.
           MOVE 0 TO WS-QTDE-TURMA-SEM
           IF WS-MATRIZ-ABERTA
                PERFORM P650-CARREGA-MATRIZ THRU P650-FIM
                IF WS-QTDE-MATERIAS = 0
                     ADD 1 TO WS-QTDE-SEM-MATRIZ
                     MOVE TBL-TURMA (WS-IDX-TUR) TO DET-TURMA
                     MOVE '(SEM MATRIZ)'         TO DET-MATERIA
                     WRITE RPT-LINHA FROM DET-LINHA
                     WRITE RPT-LINHA FROM SPACE
                     GO TO P630-FIM
                END-IF
                ADD WS-QTDE-MATERIAS TO WS-QTDE-PARES
           END-IF

           PERFORM P640-VERIFICA-MATERIA
                   VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-QTDE-MATERIAS

           IF WS-QTDE-TURMA-SEM > 0
                MOVE WS-QTDE-TURMA-SEM TO QBR-QTDE
                WRITE RPT-LINHA FROM QBR-LINHA
                WRITE RPT-LINHA FROM SPACE
           END-IF
           .
       P630-FIM.


      *>************************************************************************
      *> A chave comeca por turma+materia: o START posiciona no primeiro
      *> professor da combinacao, e basta o primeiro registro lido ser
      *> da mesma turma/materia para ela ter professor.
      *>************************************************************************
       P640-VERIFICA-MATERIA.
           MOVE 'N' TO WS-ACHOU-SW
           MOVE TBL-TURMA (WS-IDX-TUR)   TO ATR-TURMA
           MOVE TBL-MATERIA (WS-IDX-MAT) TO ATR-MATERIA
           MOVE LOW-VALUE                TO ATR-OPERADOR
           START CLASS-ASSIGNMENT KEY NOT LESS ATR-CHAVE
                INVALID KEY
                     CONTINUE
           END-START

           IF WS-ATRI-STATUS = '00'
                READ CLASS-ASSIGNMENT NEXT RECORD
                     AT END
                          CONTINUE
                     NOT AT END
                          IF ATR-TURMA = TBL-TURMA (WS-IDX-TUR)
                             AND ATR-MATERIA = TBL-MATERIA (WS-IDX-MAT)
                               MOVE 'S' TO WS-ACHOU-SW
                          END-IF
                END-READ
           END-IF

           IF NOT WS-ACHOU
                ADD 1 TO WS-QTDE-SEM-PROF
                ADD 1 TO WS-QTDE-TURMA-SEM
                MOVE TBL-TURMA (WS-IDX-TUR)   TO DET-TURMA
                MOVE TBL-MATERIA (WS-IDX-MAT) TO DET-MATERIA
                WRITE RPT-LINHA FROM DET-LINHA
           END-IF
           .
       P640-FIM.


      *>************************************************************************
      *> Materias da matriz da turma corrente; a chave da matriz comeca
      *> pela turma, entao o START posiciona na primeira materia dela.
      *>************************************************************************
       P650-CARREGA-MATRIZ.
           MOVE 0 TO WS-QTDE-MATERIAS
           MOVE TBL-TURMA (WS-IDX-TUR) TO MTZ-TURMA
           MOVE LOW-VALUE              TO MTZ-MATERIA
           START CURRICULUM-MATRIX KEY NOT LESS MTZ-CHAVE
                INVALID KEY
                     GO TO P650-FIM
           END-START

           MOVE 'N' TO WS-EOF-SW
           PERFORM P651-LER-MATRIZ
                   UNTIL WS-FIM-ARQUIVO
           .
       P650-FIM.


       P651-LER-MATRIZ.
           READ CURRICULUM-MATRIX NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ

           IF NOT WS-FIM-ARQUIVO
                IF MTZ-TURMA NOT = TBL-TURMA (WS-IDX-TUR)
                     MOVE 'S' TO WS-EOF-SW
                ELSE
                     IF WS-QTDE-MATERIAS < 50
                          ADD 1 TO WS-QTDE-MATERIAS
                          MOVE MTZ-MATERIA
                            TO TBL-MATERIA (WS-QTDE-MATERIAS)
                     END-IF
                END-IF
           END-IF
           .
       P651-FIM.


       P900-ENCERRA.
           CLOSE CLASS-ASSIGNMENT OPERATOR-MASTER
           IF WS-CATALOGO-ABERTO
                CLOSE SUBJECT-CATALOG
           END-IF
           IF WS-MATRIZ-ABERTA
                CLOSE CURRICULUM-MATRIX
           END-IF
           DISPLAY 'MANUTENCAO ENCERRADA'
           STOP RUN
           .
       P900-FIM.

       END PROGRAM PROGM25.
