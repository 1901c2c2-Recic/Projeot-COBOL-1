      **************************************************************************
      * CALEREC.cpy
      * Registro do calendario escolar (SCHOOL-CALENDAR, arquivo
      * CALEND), mantido pelo supervisor via PROGM28: um registro por
      * ano letivo, com a data de fechamento e o prazo de lancamento
      * de nota de cada trimestre e a janela da recuperacao. PROGM2P
      * recusa o lancamento de trimestre de operador comum depois do
      * prazo (o de supervisor passa, marcado no log como fora do
      * prazo), e o driver da janela noturna (PROGM15) so roda o lote
      * de recuperacao (PROGM2R) dentro da janela da recuperacao.
      * Datas em AAAAMMDD.
      * Chave: CAL-CHAVE = CAL-ANO.
      **************************************************************************
       01  CAL-REC.
           03 CAL-CHAVE.
              05 CAL-ANO          PIC 9(04).
           03 CAL-TRIMESTRES.
              05 CAL-TRIMESTRE OCCURS 4 TIMES.
                 07 CAL-FECHAMENTO   PIC 9(08).
                 07 CAL-PRAZO-NOTAS  PIC 9(08).
           03 CAL-RECUP-INICIO    PIC 9(08).
           03 CAL-RECUP-FIM       PIC 9(08).
           03 CAL-DATA-ATUALIZACAO PIC 9(08).
           03 CAL-SUPERVISOR      PIC X(08).
