      *                 primeiros no topo - o N e perguntado ao operador.
      *                 Antes disso a coordenacao classificava os alunos
      *                 a mao em cima do CLASSRPT de PROGM3.
      * 15/10/2026  RC  Materia aprovada pelo conselho de classe
      *                 (APROV CONS) conta como aprovada.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM5.
       P320-CONTA-MATERIA.
           EVALUATE TRAN-STATUS (WS-IDX)
                WHEN 'APROVADO'
                WHEN 'APROV CONS'
                     ADD 1 TO SRT-QTDE-APROV
                WHEN 'EM RECUP'
                     ADD 1 TO SRT-QTDE-RECUP
