      * REPR FALTA (reprovado por falta), qualquer que seja a media -
      * exigencia da legislacao, que ate aqui era controlada em
      * planilha e corrigida a mao em cima dos relatorios impressos.
      * No encerramento do ano (PROGM9) a frequencia vai para o
      * FREQHIST (FRQHREC.cpy) e o FREQMST e limpo para o ano novo.
      * Chave: FRQ-CHAVE = FRQ-MATRICULA + FRQ-MATERIA.
      **************************************************************************
       01  FRQ-REC.
