      *                 Antes disso P090-IDENTIFICA aceitava quaisquer 8
      *                 caracteres e o TRANSACTION-LOG atribuia correcao
      *                 de nota a quem nao existe.
      * 15/10/2026  RC  Sign-on endurecido. A senha deixa de ser
      *                 guardada: o OPERMST tem a cifra (PROGM2H) e a
      *                 conferencia e por cifra. Senha errada conta em
      *                 OPE-FALHAS de uma execucao para outra - antes o
      *                 limite eram as tres tentativas de uma sessao do
      *                 PROGM2, e bastava rodar de novo para continuar
      *                 tentando; na quinta seguida o operador fica
      *                 bloqueado ate o supervisor liberar no PROGM12.
      *                 A senha vence em 90 dias, e a troca e exigida
      *                 aqui mesmo no primeiro acesso, depois de senha
      *                 redefinida e com a senha vencida. Toda tentativa
      *                 vai para o log de sign-on (SIGNLOG, SLOGREC.cpy)
      *                 com o programa de origem (SGN-PROGRAMA).
      * 15/10/2026  RC  OPERMST ainda no layout antigo (status 39) pede
      *                 a conversao pelo PROGM33.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM2S.
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

      *>  Senhas erradas seguidas que bloqueiam o operador, e dias de
      *>  validade de uma senha.
       01  WS-LIMITE-FALHAS         PIC 9(02) VALUE 5.
       01  WS-DIAS-VALIDADE         PIC 9(03) VALUE 90.

       01  WS-DATA-HOJE             PIC 9(08) VALUE 0.
       01  WS-DIAS-SENHA            PIC S9(07) VALUE 0.

       01  WS-EVENTO                PIC X(01) VALUE SPACE.

       01  WS-TROCA-SW              PIC X(01) VALUE 'N'.
           88 WS-TROCA-FEITA            VALUE 'S'.

       01  WS-TENTATIVAS            PIC 9(01) VALUE 0.
       01  WS-SENHA-NOVA            PIC X(08) VALUE SPACE.
       01  WS-SENHA-CONFIRMA        PIC X(08) VALUE SPACE.

           COPY CIFRPARM.

      **************************************************************************
       LINKAGE SECTION.
      *>************************************************************************
      *> O cadastro e aberto e fechado a cada chamada - o sign-on
      *> acontece uma vez por execucao, e assim nenhum chamador precisa
      *> se lembrar de encerrar a rotina. Operador desativado ou
      *> bloqueado e recusado sem conferir a senha, para o bloqueado
      *> nao continuar tentando; so a senha errada conta falha.
      *>************************************************************************
       P100-SIGNON.
           MOVE 0 TO SGN-RETORNO
           MOVE SPACE TO SGN-NOME
           MOVE SPACE TO SGN-NIVEL
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN I-O OPERATOR-MASTER
           IF WS-OPER-STATUS NOT = '00'
                IF WS-OPER-STATUS = '39'
                     DISPLAY 'OPERMST NO LAYOUT ANTIGO - RODE PROGM33'
                END-IF
                SET SGN-CADASTRO-INDISPONIVEL TO TRUE
                GO TO P100-REGISTRA
           END-IF

           MOVE SGN-OPERADOR TO OPE-ID
                EVALUATE TRUE
                     WHEN OPE-DESATIVADO
                          SET SGN-OPERADOR-INATIVO TO TRUE
                     WHEN OPE-BLOQUEADO
                          SET SGN-OPERADOR-BLOQUEADO TO TRUE
                     WHEN OTHER
                          PERFORM P200-CONFERE-SENHA THRU P200-FIM
                END-EVALUATE
           END-IF

           CLOSE OPERATOR-MASTER
           .
       P100-REGISTRA.
           IF SGN-OK
                MOVE 'A' TO WS-EVENTO
           ELSE
                MOVE 'R' TO WS-EVENTO
           END-IF
           PERFORM P800-GRAVA-LOG THRU P800-FIM
           .
       P100-FIM.
           GOBACK.


      *>************************************************************************
      *> Senha errada soma uma falha e, no limite, bloqueia. Senha
      *> certa zera as falhas e registra o acesso; se a troca e
      *> obrigatoria (ou a senha venceu), o operador so entra depois de
      *> trocar.
      *>************************************************************************
       P200-CONFERE-SENHA.
           MOVE SGN-OPERADOR TO CIF-OPERADOR
           MOVE SGN-SENHA    TO CIF-SENHA
           CALL 'PROGM2H' USING CIFRA-PARMS
           END-CALL

           IF CIF-RESULTADO NOT = OPE-SENHA-CIFRADA
                ADD 1 TO OPE-FALHAS
                IF OPE-FALHAS < WS-LIMITE-FALHAS
                     SET SGN-SENHA-INVALIDA TO TRUE
                ELSE
                     SET OPE-BLOQUEADO TO TRUE
                     MOVE WS-DATA-HOJE TO OPE-DATA-BLOQUEIO
                     SET SGN-OPERADOR-BLOQUEADO TO TRUE
                     MOVE 'B' TO WS-EVENTO
                     PERFORM P800-GRAVA-LOG THRU P800-FIM
                END-IF
                PERFORM P700-REGRAVA
                GO TO P200-FIM
           END-IF

           MOVE 0            TO OPE-FALHAS
           MOVE WS-DATA-HOJE TO OPE-ULTIMO-ACESSO

           PERFORM P210-CONFERE-VALIDADE
           IF OPE-TROCA-OBRIGATORIA
                PERFORM P300-TROCA-SENHA THRU P300-FIM
           END-IF

           IF SGN-OK
                MOVE OPE-NOME  TO SGN-NOME
                MOVE OPE-NIVEL TO SGN-NIVEL
           END-IF
           PERFORM P700-REGRAVA
           .
       P200-FIM.


       P210-CONFERE-VALIDADE.
           IF OPE-DATA-SENHA < 16010101
                MOVE 'S' TO OPE-TROCA-SENHA
           ELSE
                COMPUTE WS-DIAS-SENHA =
                        FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                      - FUNCTION INTEGER-OF-DATE (OPE-DATA-SENHA)
                IF WS-DIAS-SENHA > WS-DIAS-VALIDADE
                     DISPLAY 'SENHA VENCIDA'
                     MOVE 'S' TO OPE-TROCA-SENHA
                END-IF
           END-IF
           .
       P210-FIM.


      *>************************************************************************
      *> Troca obrigatoria: tres chances de informar uma senha nova de
      *> pelo menos 6 caracteres, diferente da atual e confirmada. Sem
      *> troca o sign-on e recusado e a troca continua pendente para o
      *> proximo acesso.
      *>************************************************************************
       P300-TROCA-SENHA.
           DISPLAY 'TROCA DE SENHA OBRIGATORIA'
           MOVE 'N' TO WS-TROCA-SW
           MOVE 0   TO WS-TENTATIVAS
           PERFORM P310-COLETA-SENHA-NOVA
                   UNTIL WS-TROCA-FEITA OR WS-TENTATIVAS = 3

           IF NOT WS-TROCA-FEITA
                DISPLAY 'SENHA NAO TROCADA - SIGN-ON RECUSADO'
                SET SGN-TROCA-PENDENTE TO TRUE
                GO TO P300-FIM
           END-IF

           MOVE CIF-RESULTADO TO OPE-SENHA-CIFRADA
           MOVE WS-DATA-HOJE  TO OPE-DATA-SENHA
           MOVE 'N'           TO OPE-TROCA-SENHA
           MOVE 'T' TO WS-EVENTO
           PERFORM P800-GRAVA-LOG THRU P800-FIM
           DISPLAY 'SENHA TROCADA'
           .
       P300-FIM.


       P310-COLETA-SENHA-NOVA.
           ADD 1 TO WS-TENTATIVAS
           DISPLAY 'INFORME A NOVA SENHA (6 A 8): '
           ACCEPT WS-SENHA-NOVA
           DISPLAY 'CONFIRME A NOVA SENHA: '
           ACCEPT WS-SENHA-CONFIRMA

           EVALUATE TRUE
                WHEN WS-SENHA-NOVA (6:1) = SPACE
                     DISPLAY 'SENHA CURTA - MINIMO DE 6 CARACTERES'
                WHEN WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
                     DISPLAY 'CONFIRMACAO NAO CONFERE'
                WHEN WS-SENHA-NOVA = SGN-SENHA
                     DISPLAY 'A NOVA SENHA DEVE SER DIFERENTE DA ATUAL'
                WHEN OTHER
                     MOVE SGN-OPERADOR  TO CIF-OPERADOR
                     MOVE WS-SENHA-NOVA TO CIF-SENHA
                     CALL 'PROGM2H' USING CIFRA-PARMS
                     END-CALL
                     MOVE 'S' TO WS-TROCA-SW
           END-EVALUATE
           .
       P310-FIM.


       P700-REGRAVA.
           REWRITE OPER-REC
                INVALID KEY
                     DISPLAY 'ERRO AO REGRAVAR O OPERADOR'
           END-REWRITE
           .
       P700-FIM.


      *>************************************************************************
      *> Um evento no log de sign-on, aberto e fechado a cada gravacao
      *> como o cadastro. Log indisponivel nao impede o sign-on.
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

           MOVE WS-DATA-HOJE TO SLG-DATA
           ACCEPT SLG-HORA FROM TIME
           MOVE SGN-OPERADOR TO SLG-OPERADOR
           MOVE SGN-PROGRAMA TO SLG-PROGRAMA
           MOVE WS-EVENTO    TO SLG-EVENTO
           MOVE SGN-RETORNO  TO SLG-RETORNO
           MOVE SPACE        TO SLG-SUPERVISOR
           WRITE SLG-REC

           CLOSE SIGN-ON-LOG
           .
       P800-FIM.

       END PROGRAM PROGM2S.
