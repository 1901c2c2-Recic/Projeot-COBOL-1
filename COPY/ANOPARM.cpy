      **************************************************************************
      * ANOPARM.cpy
      * Area de comunicacao da rotina PROGM2A, que diz qual e o ano
      * letivo aberto numa data: entra a data de referencia (zero =
      * data corrente), volta o ano letivo e de onde ele saiu. O ano
      * letivo nao e o ano do relogio - o 4 trimestre e a recuperacao
      * podem cair em janeiro (PROGM28), e o ano so fecha no PROGM9.
      * Usada pelo lancamento (PROGM2P), pelo driver da janela
      * (PROGM15), pelo conselho de classe (PROGM24) e pela notificacao
      * aos responsaveis (PROGM31).
      **************************************************************************
       01  ANO-PARMS.
           03 ANP-DATA              PIC 9(08).
           03 ANP-ANO-LETIVO        PIC 9(04).
           03 ANP-ORIGEM            PIC X(01).
              88 ANP-PELA-HISTORIA         VALUE 'H'.
              88 ANP-PELO-CALENDARIO       VALUE 'C'.
              88 ANP-PELA-DATA             VALUE 'D'.
