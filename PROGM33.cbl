      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Conversao do Cadastro de Operadores
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Conversao do cadastro de operadores para o
      *                 layout do sign-on endurecido (OPERREC.cpy). O
      *                 OPERMST antigo guardava a senha aberta e nao
      *                 tinha contagem de falhas, bloqueio nem datas; o
      *                 PROGM2S e o PROGM12 nao abrem o arquivo antigo.
      *                 Roda uma vez no corte: o OPERMST antigo e
      *                 renomeado para OPERANT, este programa le cada
      *                 operador, grava a cifra (PROGM2H) da senha que
      *                 ele ja tinha, zera as falhas, tira o bloqueio e
      *                 marca a troca de senha obrigatoria com a data
      *                 da senha em hoje - a senha aberta nao sobrevive
      *                 ao primeiro sign-on. Recusa rodar sobre um
      *                 OPERMST novo que ja tenha operadores. Sem erro,
      *                 o OPERANT e esvaziado para a senha aberta nao
      *                 ficar em disco.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM33.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-OPERATOR-MASTER
               ASSIGN TO 'OPERANT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPA-ID
               FILE STATUS IS WS-OPA-STATUS.

           SELECT OPERATOR-MASTER
               ASSIGN TO 'OPERMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPER-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
      *>  Layout antigo do OPERMST, com a senha aberta.
       FD  OLD-OPERATOR-MASTER.
       01  OPA-REC.
           03 OPA-ID                PIC X(08).
           03 OPA-NOME              PIC X(30).
           03 OPA-SENHA             PIC X(08).
           03 OPA-NIVEL             PIC X(01).
           03 OPA-ATIVO             PIC X(01).

       FD  OPERATOR-MASTER.
           COPY OPERREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-OPA-STATUS            PIC X(02) VALUE '00'.
       01  WS-OPER-STATUS           PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-DATA-HOJE             PIC 9(08) VALUE 0.

       01  WS-QTDE-LIDA             PIC 9(06) VALUE 0.
       01  WS-QTDE-GRAVADA          PIC 9(06) VALUE 0.
       01  WS-QTDE-ERRO             PIC 9(06) VALUE 0.

           COPY CIFRPARM.

      **************************************************************************
       PROCEDURE DIVISION.

           PERFORM P100-ABRIR.
           PERFORM P200-CONVERTE-OPERADOR
                   UNTIL WS-FIM-ARQUIVO.
           PERFORM P900-ENCERRA.
      *>************************************************************************
      *> O OPERMST novo tem de estar ausente ou vazio: a conversao nao
      *> mistura operadores convertidos com operadores ja no layout
      *> novo. Status 39 no OPERMST e o arquivo antigo ainda com o nome
      *> do novo.
      *>************************************************************************
       P100-ABRIR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT OLD-OPERATOR-MASTER
           IF WS-OPA-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO ANTIGO'
                DISPLAY '- RENOMEIE O OPERMST ANTIGO PARA OPERANT'
                STOP RUN
           END-IF

           OPEN INPUT OPERATOR-MASTER
           EVALUATE WS-OPER-STATUS
                WHEN '00'
                     READ OPERATOR-MASTER NEXT RECORD
                          AT END
                               MOVE '10' TO WS-OPER-STATUS
                     END-READ
                     CLOSE OPERATOR-MASTER
                     IF WS-OPER-STATUS NOT = '10'
                          DISPLAY 'OPERMST JA TEM OPERADORES'
                          DISPLAY '- CONVERSAO NAO EXECUTADA'
                          CLOSE OLD-OPERATOR-MASTER
                          STOP RUN
                     END-IF
                WHEN '35'
                     CONTINUE
                WHEN '39'
                     DISPLAY 'OPERMST AINDA NO LAYOUT ANTIGO'
                     DISPLAY '- RENOMEIE O OPERMST ANTIGO PARA OPERANT'
                     CLOSE OLD-OPERATOR-MASTER
                     STOP RUN
                WHEN OTHER
                     DISPLAY 'NAO FOI POSSIVEL ABRIR O OPERMST'
                     CLOSE OLD-OPERATOR-MASTER
                     STOP RUN
           END-EVALUATE

           OPEN OUTPUT OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL CRIAR O OPERMST'
                CLOSE OLD-OPERATOR-MASTER
                STOP RUN
           END-IF

           PERFORM P110-LER-ANTIGO
           .
       P100-FIM.


       P110-LER-ANTIGO.
           READ OLD-OPERATOR-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ
           IF NOT WS-FIM-ARQUIVO
                ADD 1 TO WS-QTDE-LIDA
           END-IF
           .
       P110-FIM.


      *>************************************************************************
      *> A senha de hoje continua valendo para o proximo sign-on, ja
      *> cifrada, e ali mesmo o PROGM2S exige a troca.
      *>************************************************************************
       P200-CONVERTE-OPERADOR.
           MOVE OPA-ID    TO CIF-OPERADOR
           MOVE OPA-SENHA TO CIF-SENHA
           CALL 'PROGM2H' USING CIFRA-PARMS
           END-CALL

           MOVE OPA-ID        TO OPE-ID
           MOVE OPA-NOME      TO OPE-NOME
           MOVE CIF-RESULTADO TO OPE-SENHA-CIFRADA
           MOVE OPA-NIVEL     TO OPE-NIVEL
           MOVE OPA-ATIVO     TO OPE-ATIVO
           MOVE 0             TO OPE-FALHAS
           SET OPE-LIBERADO   TO TRUE
           MOVE 0             TO OPE-DATA-BLOQUEIO
           SET OPE-TROCA-OBRIGATORIA TO TRUE
           MOVE WS-DATA-HOJE  TO OPE-DATA-SENHA
           MOVE 0             TO OPE-ULTIMO-ACESSO
           MOVE SPACE         TO CIF-SENHA

           WRITE OPER-REC
                INVALID KEY
                     ADD 1 TO WS-QTDE-ERRO
                     DISPLAY 'ERRO AO CONVERTER OPERADOR ' OPA-ID
                NOT INVALID KEY
                     ADD 1 TO WS-QTDE-GRAVADA
           END-WRITE

           PERFORM P110-LER-ANTIGO
           .
       P200-FIM.


      *>************************************************************************
      *> Conversao limpa: o OPERANT e esvaziado (OPEN OUTPUT), para a
      *> senha aberta nao ficar em disco. Com erro ele fica como esta,
      *> para a conversao ser refeita depois de apagado o OPERMST.
      *>************************************************************************
       P900-ENCERRA.
           CLOSE OLD-OPERATOR-MASTER OPERATOR-MASTER

           IF WS-QTDE-ERRO = 0
                OPEN OUTPUT OLD-OPERATOR-MASTER
                CLOSE OLD-OPERATOR-MASTER
           END-IF

           DISPLAY 'CONVERSAO DO CADASTRO DE OPERADORES CONCLUIDA'
           DISPLAY '    LIDOS: ' WS-QTDE-LIDA
           DISPLAY ' GRAVADOS: ' WS-QTDE-GRAVADA
           DISPLAY ' COM ERRO: ' WS-QTDE-ERRO
           IF WS-QTDE-ERRO = 0
                DISPLAY 'OPERANT ESVAZIADO - SENHAS ABERTAS REMOVIDAS'
           ELSE
                DISPLAY 'OPERANT MANTIDO - APAGUE O OPERMST E REFACA'
           END-IF
           STOP RUN
           .
       P900-FIM.

       END PROGRAM PROGM33.
