      **************************************************************************
      * SLOGREC.cpy
      * Evento do log de sign-on (SIGNLOG), sempre acrescentado no fim
      * (como o TRANSLOG e o RUNCTL): toda tentativa de sign-on feita
      * pela rotina PROGM2S, aceita ou recusada, com o programa de
      * origem e o codigo devolvido (SGN-RETORNO), mais os eventos de
      * senha e bloqueio - o bloqueio no limite de falhas, a troca de
      * senha no sign-on, e o desbloqueio e a redefinicao de senha
      * feitos pelo supervisor no PROGM12 (SLG-SUPERVISOR). Lido pelo
      * relatorio de sign-on (PROGM29).
      **************************************************************************
       01  SLG-REC.
           03 SLG-DATA              PIC 9(08).
           03 SLG-HORA              PIC 9(08).
           03 SLG-OPERADOR          PIC X(08).
           03 SLG-PROGRAMA          PIC X(08).
           03 SLG-EVENTO            PIC X(01).
              88 SLG-EVT-ACEITO            VALUE 'A'.
              88 SLG-EVT-RECUSADO          VALUE 'R'.
              88 SLG-EVT-BLOQUEIO          VALUE 'B'.
              88 SLG-EVT-TROCA-SENHA       VALUE 'T'.
              88 SLG-EVT-DESBLOQUEIO       VALUE 'D'.
              88 SLG-EVT-REDEFINICAO       VALUE 'Z'.
           03 SLG-RETORNO           PIC 9(02).
           03 SLG-SUPERVISOR        PIC X(08).
