      **************************************************************************
      * SIGNPARM.cpy
      * Area de comunicacao do sign-on: os programas de entrada (PROGM2,
      * PROGM2B, PROGM2R, PROGM12 e os demais que exigem operador)
      * mandam o ID e a senha digitados e o proprio nome em
      * SGN-PROGRAMA, e a rotina PROGM2S devolve o nome e o nivel de
      * autoridade do operador, conferidos no OPERATOR-MASTER
      * (OPERREC.cpy). Toda tentativa, aceita ou nao, vai para o log
      * de sign-on (SIGNLOG) com o programa de origem.
      **************************************************************************
       01  SIGNON-PARMS.
           03 SGN-OPERADOR          PIC X(08).
              88 SGN-SENHA-INVALIDA            VALUE 2.
              88 SGN-OPERADOR-INATIVO          VALUE 3.
              88 SGN-CADASTRO-INDISPONIVEL     VALUE 4.
      *>      Bloqueado por senhas erradas seguidas (inclusive a que
      *>      acabou de atingir o limite) - so o supervisor libera.
              88 SGN-OPERADOR-BLOQUEADO        VALUE 5.
      *>      Senha certa, mas a troca obrigatoria (primeiro acesso,
      *>      senha redefinida ou vencida) nao foi concluida.
              88 SGN-TROCA-PENDENTE            VALUE 6.
           03 SGN-PROGRAMA          PIC X(08).
