      *                 ainda vazio (primeira execucao), o programa
      *                 forca a inclusao do primeiro supervisor antes de
      *                 qualquer outra coisa.
      * 15/10/2026  RC  Senha cifrada (PROGM2H): inclusao e troca de
      *                 senha gravam so a cifra, e a opcao 2 vira
      *                 redefinicao - a senha informada pelo supervisor
      *                 e provisoria e o operador e obrigado a troca-la
      *                 no proximo sign-on, como no primeiro acesso.
      *                 Nova opcao 7 desbloqueia o operador bloqueado
      *                 por senhas erradas seguidas (PROGM2S), e a
      *                 listagem mostra o bloqueio. Redefinicao e
      *                 desbloqueio vao para o log de sign-on (SIGNLOG)
      *                 com o supervisor que os fez. O cadastro e
      *                 fechado durante o sign-on, que agora o regrava.
      * 15/10/2026  RC  OPERMST ainda no layout antigo (status 39) pede
      *                 a conversao pelo PROGM33.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM12.
               RECORD KEY IS OPE-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT SIGN-ON-LOG
               ASSIGN TO 'SIGNLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
           COPY OPERREC.

       FD  SIGN-ON-LOG.
           COPY SLOGREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-OPER-STATUS           PIC X(02) VALUE '00'.
       01  WS-SLOG-STATUS           PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.
       01  WS-NOME                  PIC X(30) VALUE SPACE.
       01  WS-SENHA                 PIC X(08) VALUE SPACE.
       01  WS-NIVEL                 PIC X(01) VALUE SPACE.
       01  WS-EVENTO                PIC X(01) VALUE SPACE.
       01  WS-DATA-HOJE             PIC 9(08) VALUE 0.

       01  WS-OPERADOR-SIGNON       PIC X(08) VALUE SPACE.
       01  WS-SENHA-SIGNON          PIC X(08) VALUE SPACE.
           03 LST-ATIVO              PIC X(10).

           COPY SIGNPARM.
           COPY CIFRPARM.

      **************************************************************************
       PROCEDURE DIVISION.
      *> com operadores ja cadastrados, so supervisor entra.
      *>************************************************************************
       P100-ABRIR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O OPERATOR-MASTER
           IF WS-OPER-STATUS = '35'
                OPEN OUTPUT OPERATOR-MASTER

           IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO'
                IF WS-OPER-STATUS = '39'
                     DISPLAY 'OPERMST NO LAYOUT ANTIGO - RODE PROGM33'
                END-IF
                STOP RUN
           END-IF


           MOVE WS-OPERADOR-SIGNON TO SGN-OPERADOR
           MOVE WS-SENHA-SIGNON    TO SGN-SENHA
           MOVE 'PROGM12'          TO SGN-PROGRAMA

      *>   PROGM2S abre o cadastro e regrava o operador (falhas, ultimo
      *>   acesso, troca de senha) - fechado aqui durante a chamada.
           CLOSE OPERATOR-MASTER
           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL
           OPEN I-O OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL REABRIR O CADASTRO'
                STOP RUN
           END-IF

           IF NOT SGN-OK
                DISPLAY 'SIGN-ON RECUSADO - CODIGO ' SGN-RETORNO
       P200-MENU.
           DISPLAY ' '
           DISPLAY '***** MANUTENCAO DO CADASTRO DE OPERADORES *****'
           DISPLAY '1=INCLUIR  2=REDEFINIR SENHA  3=ALTERAR NIVEL'
           DISPLAY '4=DESATIVAR  5=REATIVAR  6=LISTAR  7=DESBLOQUEAR'
           DISPLAY '9=SAIR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                     PERFORM P610-REATIVAR THRU P610-FIM
                WHEN 6
                     PERFORM P700-LISTAR THRU P700-FIM
                WHEN 7
                     PERFORM P620-DESBLOQUEAR THRU P620-FIM
                WHEN 9
                     CONTINUE
                WHEN OTHER
      *>************************************************************************
      *> Inclusao: com o cadastro vazio (primeira execucao) o nivel e
      *> forcado a supervisor, senao ninguem conseguiria corrigir nota
      *> nem manter o proprio cadastro. A senha informada e provisoria:
      *> o operador novo troca no primeiro sign-on.
      *>************************************************************************
       P300-INCLUIR.
           DISPLAY 'INFORME O ID DO OPERADOR A INCLUIR: '

           DISPLAY 'INFORME O NOME: '
           ACCEPT WS-NOME
           DISPLAY 'INFORME A SENHA PROVISORIA (ATE 8): '
           ACCEPT WS-SENHA
           IF WS-SENHA = SPACE
                DISPLAY 'SENHA EM BRANCO'
                GO TO P300-FIM
           END-IF

           IF WS-CADASTRO-VAZIO
                MOVE 'S' TO WS-NIVEL

           MOVE WS-ID    TO OPE-ID
           MOVE WS-NOME  TO OPE-NOME
           PERFORM P330-CIFRA-SENHA
           MOVE WS-NIVEL TO OPE-NIVEL
           SET OPE-ESTA-ATIVO TO TRUE
           SET OPE-LIBERADO   TO TRUE
           MOVE 0            TO OPE-FALHAS
           MOVE 0            TO OPE-DATA-BLOQUEIO
           MOVE 0            TO OPE-ULTIMO-ACESSO

           WRITE OPER-REC
                INVALID KEY
       P310-FIM.


      *>************************************************************************
      *> Cifra a senha digitada (WS-SENHA) do operador WS-ID no
      *> registro, como provisoria: troca obrigatoria no proximo
      *> sign-on.
      *>************************************************************************
       P330-CIFRA-SENHA.
           MOVE WS-ID    TO CIF-OPERADOR
           MOVE WS-SENHA TO CIF-SENHA
           CALL 'PROGM2H' USING CIFRA-PARMS
           END-CALL
           MOVE CIF-RESULTADO TO OPE-SENHA-CIFRADA
           MOVE WS-DATA-HOJE  TO OPE-DATA-SENHA
           SET OPE-TROCA-OBRIGATORIA TO TRUE
           .
       P330-FIM.


      *>************************************************************************
      *> Redefinicao: o supervisor nao ve nem escolhe a senha do
      *> operador - informa uma provisoria, que o operador e obrigado a
      *> trocar no proximo sign-on. Nao desbloqueia (opcao 7).
      *>************************************************************************
       P400-TROCA-SENHA.
           PERFORM P320-LOCALIZA-OPERADOR
           IF WS-FIM-ARQUIVO
                GO TO P400-FIM
           END-IF

           DISPLAY 'INFORME A SENHA PROVISORIA (ATE 8): '
           ACCEPT WS-SENHA
           IF WS-SENHA = SPACE
                DISPLAY 'SENHA EM BRANCO'
                GO TO P400-FIM
           END-IF
           PERFORM P330-CIFRA-SENHA
           REWRITE OPER-REC
                INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR O OPERADOR'
                     GO TO P400-FIM
           END-REWRITE

           MOVE 'Z' TO WS-EVENTO
           PERFORM P800-GRAVA-LOG THRU P800-FIM
           DISPLAY 'SENHA REDEFINIDA PARA ' WS-ID
                   ' - TROCA OBRIGATORIA NO PROXIMO SIGN-ON'
           .
       P400-FIM.

       P610-FIM.


      *>************************************************************************
      *> Desbloqueio: zera as falhas seguidas. A senha continua a mesma
      *> - se o operador a esqueceu, redefinir (opcao 2).
      *>************************************************************************
       P620-DESBLOQUEAR.
           PERFORM P320-LOCALIZA-OPERADOR
           IF WS-FIM-ARQUIVO
                GO TO P620-FIM
           END-IF

           IF NOT OPE-BLOQUEADO
                DISPLAY 'OPERADOR NAO ESTA BLOQUEADO'
                GO TO P620-FIM
           END-IF

           SET OPE-LIBERADO TO TRUE
           MOVE 0 TO OPE-FALHAS
           MOVE 0 TO OPE-DATA-BLOQUEIO
           REWRITE OPER-REC
                INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR O OPERADOR'
                     GO TO P620-FIM
           END-REWRITE

           MOVE 'D' TO WS-EVENTO
           PERFORM P800-GRAVA-LOG THRU P800-FIM
           DISPLAY 'OPERADOR DESBLOQUEADO: ' WS-ID
           .
       P620-FIM.


      *>************************************************************************
      *> Localiza o operador pedido; WS-EOF-SW faz as vezes de achou/
      *> nao achou para os chamadores.
                ELSE
                     MOVE 'COMUM' TO LST-NIVEL
                END-IF
                EVALUATE TRUE
                     WHEN OPE-DESATIVADO
                          MOVE 'DESATIVADO' TO LST-ATIVO
                     WHEN OPE-BLOQUEADO
                          MOVE 'BLOQUEADO' TO LST-ATIVO
                     WHEN OTHER
                          MOVE 'ATIVO' TO LST-ATIVO
                END-EVALUATE
                DISPLAY LST-LINHA
           END-IF
           .
       P710-FIM.


      *>************************************************************************
      *> Evento do supervisor no log de sign-on (redefinicao de senha,
      *> desbloqueio), sobre o operador WS-ID.
      *>************************************************************************
       P800-GRAVA-LOG.
           OPEN EXTEND SIGN-ON-LOG
           IF WS-SLOG-STATUS = '35'
                OPEN OUTPUT SIGN-ON-LOG
           END-IF
           IF WS-SLOG-STATUS NOT = '00'
                DISPLAY 'AVISO: LOG DE SIGN-ON INDISPONIVEL'
                GO TO P800-FIM
           END-IF

           MOVE WS-DATA-HOJE       TO SLG-DATA
           ACCEPT SLG-HORA FROM TIME
           MOVE WS-ID              TO SLG-OPERADOR
           MOVE 'PROGM12'          TO SLG-PROGRAMA
           MOVE WS-EVENTO          TO SLG-EVENTO
           MOVE 0                  TO SLG-RETORNO
           MOVE WS-OPERADOR-SIGNON TO SLG-SUPERVISOR
           WRITE SLG-REC

           CLOSE SIGN-ON-LOG
           .
       P800-FIM.


       P900-ENCERRA.
           CLOSE OPERATOR-MASTER
           DISPLAY 'MANUTENCAO ENCERRADA'
