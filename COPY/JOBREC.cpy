      * JOBREC.cpy
      * Linha do arquivo de controle da janela noturna (JOBCTL), lido
      * pelo driver PROGM15: um passo por linha, na ordem em que a
      * noite deve rodar (tipicamente PROGM2E, PROGM2B, PROGM8, PROGM4,
      * PROGM31 e, na epoca da recuperacao, PROGM2R). JOB-EXECUTAR
      * desliga um passo fora de epoca sem tirar a linha do arquivo -
      * passo desligado conta como concluido para efeito de sequencia.
      * Com o calendario escolar (CALEND) cadastrado para o ano, a
      * linha do PROGM2R e ligada/desligada pela janela da recuperacao,
      * nao pelo JOB-EXECUTAR. O backup em geracoes (PROGM32) nao vai no
      * JOBCTL: o driver o roda sempre como primeiro passo da janela.
      **************************************************************************
       01  JOB-REC.
           03 JOB-PROGRAMA          PIC X(08).
