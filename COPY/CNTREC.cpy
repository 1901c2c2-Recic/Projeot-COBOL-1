      **************************************************************************
      * CNTREC.cpy
      * Contagens de entrada/saida de um passo da janela noturna,
      * deixadas no arquivo STEPCNT pelo proprio passo ao terminar
      * (o arquivo e recriado a cada execucao, um registro so). O
      * driver (PROGM15) limpa o STEPCNT antes de chamar cada passo,
      * le as contagens depois e as guarda no RUNCTL (RUNREC.cpy) para
      * o balanceamento da janela:
      *   PROGM2E - lidas do roster / aceitas (ROSTOK) / rejeitadas
      *             (SUSPFILE)
      *   PROGM2B - lidas do ROSTOK / carregadas no mestre / com erro
      *   PROGM4  - lidas do mestre / exportadas / puladas
      *   PROGM32 - lidas dos arquivos do backup / copiadas
      **************************************************************************
       01  CNT-REC.
           03 CNT-PROGRAMA          PIC X(08).
           03 CNT-QTDE-ENTRADA      PIC 9(07).
           03 CNT-QTDE-SAIDA        PIC 9(07).
           03 CNT-QTDE-DESVIO       PIC 9(07).
