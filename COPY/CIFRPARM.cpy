      **************************************************************************
      * CIFRPARM.cpy
      * Area de comunicacao da rotina de cifra de senha PROGM2H: o ID
      * do operador e a senha digitada entram, a cifra de mao unica
      * (16 digitos) volta. O ID entra na conta para dois operadores
      * com a mesma senha nao terem a mesma cifra no OPERMST. Usada no
      * sign-on (PROGM2S) e na manutencao do cadastro (PROGM12).
      **************************************************************************
       01  CIFRA-PARMS.
           03 CIF-OPERADOR          PIC X(08).
           03 CIF-SENHA             PIC X(08).
           03 CIF-RESULTADO         PIC X(16).
