      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Manutencao da Progressao de Turmas
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Manutencao da tabela de progressao de turmas
      *                 (TURMPROG, TURMREC.cpy): para cada turma, a
      *                 turma do ano seguinte do aluno aprovado, ou a
      *                 marca de ultima serie (aprovado conclui o
      *                 curso). Incluir, alterar, excluir e listar. A
      *                 tabela e lida pela promocao anual (PROGM23) -
      *                 a secretaria acerta aqui a abertura ou o
      *                 fechamento de turmas de um ano para o outro,
      *                 em vez de redigitar a turma de cada aluno no
      *                 PROGM13.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM22.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMA-PROGRESSION
               ASSIGN TO 'TURMPROG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TURMA
               FILE STATUS IS WS-TURM-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TURMA-PROGRESSION.
           COPY TURMREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-TURM-STATUS           PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-OPCAO                 PIC 9(01) VALUE 0.

       01  WS-TURMA                 PIC X(06) VALUE SPACE.
       01  WS-TURMA-SEGUINTE        PIC X(06) VALUE SPACE.
       01  WS-ULTIMA-SERIE          PIC X(01) VALUE SPACE.
           88 WS-ULTIMA-SERIE-OK        VALUE 'S' 'N'.

       01  LST-LINHA.
           03 LST-TURMA              PIC X(08).
           03 LST-TURMA-SEGUINTE     PIC X(18).
           03 LST-ULTIMA-SERIE       PIC X(12).

      **************************************************************************
       PROCEDURE DIVISION.

           PERFORM P100-ABRIR.
           PERFORM P200-MENU THRU P200-FIM
                   UNTIL WS-OPCAO = 9.
           PERFORM P900-ENCERRA.
      *>************************************************************************
       P100-ABRIR.
           OPEN I-O TURMA-PROGRESSION
           IF WS-TURM-STATUS = '35'
                OPEN OUTPUT TURMA-PROGRESSION
                CLOSE TURMA-PROGRESSION
                OPEN I-O TURMA-PROGRESSION
           END-IF

           IF WS-TURM-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR A TABELA DE PROGRESSAO'
                STOP RUN
           END-IF
           .
       P100-FIM.


       P200-MENU.
           DISPLAY ' '
           DISPLAY '***** PROGRESSAO DE TURMAS *****'
           DISPLAY '1=INCLUIR  2=ALTERAR  3=EXCLUIR  4=LISTAR  9=SAIR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                WHEN 1
                     PERFORM P300-INCLUIR THRU P300-FIM
                WHEN 2
                     PERFORM P400-ALTERAR THRU P400-FIM
                WHEN 3
                     PERFORM P500-EXCLUIR THRU P500-FIM
                WHEN 4
                     PERFORM P600-LISTAR THRU P600-FIM
                WHEN 9
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
       P200-FIM.


      *>************************************************************************
      *> Inclusao: a turma de origem nao pode repetir; turma concluinte
      *> nao tem turma seguinte.
      *>************************************************************************
       P300-INCLUIR.
           DISPLAY 'INFORME A TURMA DE ORIGEM (EX 9A): '
           ACCEPT WS-TURMA
           IF WS-TURMA = SPACE
                DISPLAY 'TURMA INVALIDA'
                GO TO P300-FIM
           END-IF

           MOVE WS-TURMA TO TRM-TURMA
           READ TURMA-PROGRESSION
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     DISPLAY 'TURMA JA CONSTA DA TABELA'
                     GO TO P300-FIM
           END-READ

           PERFORM P310-COLETA-DESTINO THRU P310-FIM
           IF WS-TURMA-SEGUINTE = SPACE AND WS-ULTIMA-SERIE = 'N'
                GO TO P300-FIM
           END-IF

           MOVE WS-TURMA          TO TRM-TURMA
           MOVE WS-TURMA-SEGUINTE TO TRM-TURMA-SEGUINTE
           MOVE WS-ULTIMA-SERIE   TO TRM-ULTIMA-SERIE

           WRITE TRM-REC
                INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR A TURMA'
                     GO TO P300-FIM
           END-WRITE
           DISPLAY 'TURMA INCLUIDA: ' WS-TURMA
           .
       P300-FIM.


      *>************************************************************************
      *> Destino da turma: ultima serie (S) ou a turma seguinte, que
      *> passa a ser obrigatoria. Sem destino valido os campos voltam
      *> em branco/N e o chamador desiste.
      *>************************************************************************
       P310-COLETA-DESTINO.
           MOVE SPACE TO WS-TURMA-SEGUINTE
           DISPLAY 'E A ULTIMA SERIE DA ESCOLA? (S/N)'
           ACCEPT WS-ULTIMA-SERIE
           IF NOT WS-ULTIMA-SERIE-OK
                DISPLAY 'RESPOSTA INVALIDA - INFORME S OU N'
                MOVE 'N' TO WS-ULTIMA-SERIE
                GO TO P310-FIM
           END-IF

           IF WS-ULTIMA-SERIE = 'S'
                GO TO P310-FIM
           END-IF

           DISPLAY 'INFORME A TURMA DO ANO SEGUINTE: '
           ACCEPT WS-TURMA-SEGUINTE
           IF WS-TURMA-SEGUINTE = SPACE
                DISPLAY 'TURMA SEGUINTE OBRIGATORIA'
           END-IF
           .
       P310-FIM.


       P400-ALTERAR.
           PERFORM P320-LOCALIZA-TURMA
           IF WS-FIM-ARQUIVO
                GO TO P400-FIM
           END-IF

           PERFORM P310-COLETA-DESTINO THRU P310-FIM
           IF WS-TURMA-SEGUINTE = SPACE AND WS-ULTIMA-SERIE = 'N'
                GO TO P400-FIM
           END-IF

           MOVE WS-TURMA-SEGUINTE TO TRM-TURMA-SEGUINTE
           MOVE WS-ULTIMA-SERIE   TO TRM-ULTIMA-SERIE
           REWRITE TRM-REC
                INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR A TURMA'
                     GO TO P400-FIM
           END-REWRITE
           DISPLAY 'TURMA ALTERADA: ' WS-TURMA
           .
       P400-FIM.


      *>************************************************************************
      *> Turma que deixou de existir sai da tabela; aluno dela que for
      *> aprovado cai como nao colocado na promocao, para decisao da
      *> secretaria.
      *>************************************************************************
       P500-EXCLUIR.
           PERFORM P320-LOCALIZA-TURMA
           IF WS-FIM-ARQUIVO
                GO TO P500-FIM
           END-IF

           DELETE TURMA-PROGRESSION
                INVALID KEY
                     DISPLAY 'ERRO AO EXCLUIR A TURMA'
                     GO TO P500-FIM
           END-DELETE
           DISPLAY 'TURMA EXCLUIDA: ' WS-TURMA
           .
       P500-FIM.


      *>************************************************************************
      *> Localiza a turma pedida; WS-EOF-SW faz as vezes de achou/
      *> nao achou para os chamadores.
      *>************************************************************************
       P320-LOCALIZA-TURMA.
           MOVE 'N' TO WS-EOF-SW
           DISPLAY 'INFORME A TURMA DE ORIGEM: '
           ACCEPT WS-TURMA
           MOVE WS-TURMA TO TRM-TURMA
           READ TURMA-PROGRESSION
                INVALID KEY
                     DISPLAY 'TURMA NAO CONSTA DA TABELA'
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           .
       P320-FIM.


       P600-LISTAR.
           MOVE LOW-VALUE TO TRM-TURMA
           START TURMA-PROGRESSION KEY NOT LESS TRM-TURMA
                INVALID KEY
                     DISPLAY 'TABELA VAZIA'
                     GO TO P600-FIM
           END-START

           DISPLAY 'TURMA   TURMA SEGUINTE    ULTIMA SERIE'
           MOVE 'N' TO WS-EOF-SW
           PERFORM P610-LISTA-TURMA
                   UNTIL WS-FIM-ARQUIVO
           .
       P600-FIM.


       P610-LISTA-TURMA.
           READ TURMA-PROGRESSION NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ

           IF NOT WS-FIM-ARQUIVO
                MOVE TRM-TURMA TO LST-TURMA
                IF TRM-CONCLUINTE
                     MOVE '(CONCLUI)'        TO LST-TURMA-SEGUINTE
                     MOVE 'SIM'              TO LST-ULTIMA-SERIE
                ELSE
                     MOVE TRM-TURMA-SEGUINTE TO LST-TURMA-SEGUINTE
                     MOVE 'NAO'              TO LST-ULTIMA-SERIE
                END-IF
                DISPLAY LST-LINHA
           END-IF
           .
       P610-FIM.


       P900-ENCERRA.
           CLOSE TURMA-PROGRESSION
           DISPLAY 'MANUTENCAO ENCERRADA'
           STOP RUN
           .
       P900-FIM.

       END PROGRAM PROGM22.
