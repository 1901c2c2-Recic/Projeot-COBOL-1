      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Manutencao da Matriz Curricular
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Manutencao da matriz curricular (MATRIZ,
      *                 MATRREC.cpy): para cada turma, as materias
      *                 obrigatorias, tiradas do catalogo de materias
      *                 (SUBJCAT). Incluir e excluir materia da turma,
      *                 listar a matriz de uma turma ou a matriz
      *                 inteira. Nada no sistema sabia quais materias
      *                 uma turma deveria ter - o aluno sem registro de
      *                 uma materia no mestre simplesmente nao a tinha,
      *                 e o portal recebia o aluno com materia
      *                 faltando. A matriz alimenta o relatorio de
      *                 pendencias por trimestre (PROGM27).
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM26.

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

           SELECT SUBJECT-CATALOG
               ASSIGN TO 'SUBJCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-MATERIA
               FILE STATUS IS WS-SUBJ-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CURRICULUM-MATRIX.
           COPY MATRREC.

       FD  SUBJECT-CATALOG.
           COPY SUBJREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-MATR-STATUS           PIC X(02) VALUE '00'.
       01  WS-SUBJ-STATUS           PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-OPCAO                 PIC 9(01) VALUE 0.

       01  WS-TURMA                 PIC X(06) VALUE SPACE.
       01  WS-MATERIA               PIC X(12) VALUE SPACE.
       01  WS-TURMA-LISTADA         PIC X(06) VALUE SPACE.

       01  WS-QTDE-DA-TURMA         PIC 9(04) VALUE 0.
       01  WS-QTDE-LISTADA          PIC 9(04) VALUE 0.

      *>  O historico escolar (TRANREC.cpy) acumula no maximo 12
      *>  materias por aluno - a matriz de uma turma nao deve passar
      *>  disso.
       01  WS-MAX-MATERIAS          PIC 9(02) VALUE 12.

       01  LST-LINHA.
           03 LST-TURMA              PIC X(08).
           03 LST-MATERIA            PIC X(14).
           03 LST-DATA               PIC 9(08).

      **************************************************************************
       PROCEDURE DIVISION.

           PERFORM P100-ABRIR.
           PERFORM P200-MENU THRU P200-FIM
                   UNTIL WS-OPCAO = 9.
           PERFORM P900-ENCERRA.
      *>************************************************************************
      *> O catalogo e obrigatorio aqui: a matriz so aceita materia que
      *> exista no catalogo da secretaria.
      *>************************************************************************
       P100-ABRIR.
           OPEN I-O CURRICULUM-MATRIX
           IF WS-MATR-STATUS = '35'
                OPEN OUTPUT CURRICULUM-MATRIX
                CLOSE CURRICULUM-MATRIX
                OPEN I-O CURRICULUM-MATRIX
           END-IF
           IF WS-MATR-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR A MATRIZ CURRICULAR'
                STOP RUN
           END-IF

           OPEN INPUT SUBJECT-CATALOG
           IF WS-SUBJ-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CATALOGO DE MATERIAS'
                        ' - CADASTRE AS MATERIAS NO PROGM11'
                STOP RUN
           END-IF
           .
       P100-FIM.


       P200-MENU.
           DISPLAY ' '
           DISPLAY '***** MATRIZ CURRICULAR *****'
           DISPLAY '1=INCLUIR MATERIA  2=EXCLUIR MATERIA  '
                   '3=LISTAR TURMA  4=LISTAR TUDO  9=SAIR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                WHEN 1
                     PERFORM P300-INCLUIR THRU P300-FIM
                WHEN 2
                     PERFORM P400-EXCLUIR THRU P400-FIM
                WHEN 3
                     PERFORM P500-LISTAR-TURMA THRU P500-FIM
                WHEN 4
                     PERFORM P600-LISTAR-TUDO THRU P600-FIM
                WHEN 9
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
       P200-FIM.


      *>************************************************************************
      *> Inclusao: a materia tem que existir e estar ativa no catalogo.
      *> Passando de 12 materias na turma o operador e avisado, como
      *> na inclusao do catalogo (PROGM11).
      *>************************************************************************
       P300-INCLUIR.
           PERFORM P310-COLETA-CHAVE THRU P310-FIM
           IF WS-TURMA = SPACE
                GO TO P300-FIM
           END-IF

           MOVE WS-MATERIA TO SUB-MATERIA
           READ SUBJECT-CATALOG
                INVALID KEY
                     DISPLAY 'MATERIA NAO CONSTA DO CATALOGO: '
                             WS-MATERIA
                     GO TO P300-FIM
           END-READ
           IF SUB-INATIVA
                DISPLAY 'MATERIA DESATIVADA NO CATALOGO: ' WS-MATERIA
                GO TO P300-FIM
           END-IF

           MOVE WS-TURMA   TO MTZ-TURMA
           MOVE WS-MATERIA TO MTZ-MATERIA
           ACCEPT MTZ-DATA-INCLUSAO FROM DATE YYYYMMDD
           WRITE MTZ-REC
                INVALID KEY
                     DISPLAY 'MATERIA JA CONSTA DA MATRIZ DA TURMA'
                     GO TO P300-FIM
           END-WRITE
           DISPLAY 'MATERIA ' WS-MATERIA ' INCLUIDA NA TURMA ' WS-TURMA

           PERFORM P320-CONTA-TURMA THRU P320-FIM
           IF WS-QTDE-DA-TURMA > WS-MAX-MATERIAS
                DISPLAY 'AVISO: A TURMA TEM ' WS-QTDE-DA-TURMA
                        ' MATERIAS - O HISTORICO ESCOLAR GUARDA NO '
                        'MAXIMO ' WS-MAX-MATERIAS
           END-IF
           .
       P300-FIM.


       P310-COLETA-CHAVE.
           DISPLAY 'INFORME A TURMA (EX 9A): '
           ACCEPT WS-TURMA
           DISPLAY 'INFORME A MATERIA: '
           ACCEPT WS-MATERIA
           IF WS-MATERIA = SPACE
                MOVE SPACE TO WS-TURMA
           END-IF
           IF WS-TURMA = SPACE
                DISPLAY 'TURMA E MATERIA SAO OBRIGATORIAS'
           END-IF
           .
       P310-FIM.


      *>************************************************************************
      *> Conta as materias da turma WS-TURMA; a chave comeca pela turma,
      *> entao o START posiciona na primeira materia dela.
      *>************************************************************************
       P320-CONTA-TURMA.
           MOVE 0 TO WS-QTDE-DA-TURMA
           MOVE WS-TURMA  TO MTZ-TURMA
           MOVE LOW-VALUE TO MTZ-MATERIA
           MOVE 'N' TO WS-EOF-SW
           START CURRICULUM-MATRIX KEY NOT LESS MTZ-CHAVE
                INVALID KEY
                     GO TO P320-FIM
           END-START

           PERFORM P330-LER-DA-TURMA
                   UNTIL WS-FIM-ARQUIVO
           .
       P320-FIM.


       P330-LER-DA-TURMA.
           READ CURRICULUM-MATRIX NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           IF NOT WS-FIM-ARQUIVO
                IF MTZ-TURMA NOT = WS-TURMA
                     MOVE 'S' TO WS-EOF-SW
                ELSE
                     ADD 1 TO WS-QTDE-DA-TURMA
                END-IF
           END-IF
           .
       P330-FIM.


       P400-EXCLUIR.
           PERFORM P310-COLETA-CHAVE THRU P310-FIM
           IF WS-TURMA = SPACE
                GO TO P400-FIM
           END-IF

           MOVE WS-TURMA   TO MTZ-TURMA
           MOVE WS-MATERIA TO MTZ-MATERIA
           DELETE CURRICULUM-MATRIX
                INVALID KEY
                     DISPLAY 'MATERIA NAO CONSTA DA MATRIZ DA TURMA'
                     GO TO P400-FIM
           END-DELETE
           DISPLAY 'MATERIA ' WS-MATERIA ' EXCLUIDA DA TURMA ' WS-TURMA
           .
       P400-FIM.


       P500-LISTAR-TURMA.
           DISPLAY 'INFORME A TURMA: '
           ACCEPT WS-TURMA
           MOVE WS-TURMA TO WS-TURMA-LISTADA
           MOVE WS-TURMA  TO MTZ-TURMA
           MOVE LOW-VALUE TO MTZ-MATERIA
           PERFORM P610-POSICIONA THRU P610-FIM
           IF WS-QTDE-LISTADA = 0
                DISPLAY 'TURMA SEM MATRIZ CADASTRADA: ' WS-TURMA
           END-IF
           .
       P500-FIM.


       P600-LISTAR-TUDO.
           MOVE SPACE     TO WS-TURMA-LISTADA
           MOVE LOW-VALUE TO MTZ-CHAVE
           PERFORM P610-POSICIONA THRU P610-FIM
           IF WS-QTDE-LISTADA = 0
                DISPLAY 'MATRIZ VAZIA'
           END-IF
           .
       P600-FIM.


      *>************************************************************************
      *> Lista a partir da chave ja montada pelo chamador; com
      *> WS-TURMA-LISTADA preenchida para na troca de turma.
      *>************************************************************************
       P610-POSICIONA.
           MOVE 0   TO WS-QTDE-LISTADA
           MOVE 'N' TO WS-EOF-SW
           START CURRICULUM-MATRIX KEY NOT LESS MTZ-CHAVE
                INVALID KEY
                     GO TO P610-FIM
           END-START

           DISPLAY 'TURMA   MATERIA       INCLUIDA EM'
           PERFORM P620-LISTA-MATERIA
                   UNTIL WS-FIM-ARQUIVO
           .
       P610-FIM.


       P620-LISTA-MATERIA.
           READ CURRICULUM-MATRIX NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ

           IF NOT WS-FIM-ARQUIVO AND WS-TURMA-LISTADA NOT = SPACE
                IF MTZ-TURMA NOT = WS-TURMA-LISTADA
                     MOVE 'S' TO WS-EOF-SW
                END-IF
           END-IF

           IF NOT WS-FIM-ARQUIVO
                ADD 1 TO WS-QTDE-LISTADA
                MOVE MTZ-TURMA         TO LST-TURMA
                MOVE MTZ-MATERIA       TO LST-MATERIA
                MOVE MTZ-DATA-INCLUSAO TO LST-DATA
                DISPLAY LST-LINHA
           END-IF
           .
       P620-FIM.


       P900-ENCERRA.
           CLOSE CURRICULUM-MATRIX SUBJECT-CATALOG
           DISPLAY 'MANUTENCAO ENCERRADA'
           STOP RUN
           .
       P900-FIM.

       END PROGRAM PROGM26.
