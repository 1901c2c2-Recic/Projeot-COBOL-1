      * (supervisor) e exigido para o caminho de correcao de nota
      * (PROGM2 opcao 3 / PRM-MODO-CORRECAO); o nivel C (comum) so
      * lanca nota nova.
      * A senha nao e guardada: OPE-SENHA-CIFRADA e a cifra de mao
      * unica do ID + senha (PROGM2H), e o sign-on compara cifras.
      * OPE-FALHAS conta as senhas erradas seguidas, de qualquer
      * execucao; no limite o operador fica bloqueado ate o supervisor
      * desbloquear no PROGM12. OPE-TROCA-SENHA obriga a troca no
      * proximo sign-on (operador novo e senha redefinida), e a senha
      * vence depois de um prazo contado de OPE-DATA-SENHA.
      * O cadastro do layout antigo (senha aberta) e convertido uma vez
      * pelo PROGM33.
      * Chave: OPE-ID.
      **************************************************************************
       01  OPER-REC.
           03 OPE-ID                PIC X(08).
           03 OPE-NOME              PIC X(30).
           03 OPE-SENHA-CIFRADA     PIC X(16).
           03 OPE-NIVEL             PIC X(01).
              88 OPE-SUPERVISOR            VALUE 'S'.
              88 OPE-COMUM                 VALUE 'C'.
           03 OPE-ATIVO             PIC X(01).
              88 OPE-ESTA-ATIVO            VALUE 'S'.
              88 OPE-DESATIVADO            VALUE 'N'.
           03 OPE-FALHAS            PIC 9(02).
           03 OPE-BLOQUEIO          PIC X(01).
              88 OPE-BLOQUEADO             VALUE 'S'.
              88 OPE-LIBERADO              VALUE 'N'.
           03 OPE-DATA-BLOQUEIO     PIC 9(08).
           03 OPE-TROCA-SENHA       PIC X(01).
              88 OPE-TROCA-OBRIGATORIA     VALUE 'S'.
           03 OPE-DATA-SENHA        PIC 9(08).
           03 OPE-ULTIMO-ACESSO     PIC 9(08).
