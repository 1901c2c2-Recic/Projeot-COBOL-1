      *                 falta (REPR FALTA) conta junto dos reprovados
      *                 no percentual, mas sai tambem em coluna
      *                 propria.
      * 15/10/2026  RC  Aprovado pelo conselho de classe (APROV CONS)
      *                 conta no percentual de aprovados.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM18.

           EVALUATE HIST-AR
                WHEN 'APROVADO'
                WHEN 'APROV CONS'
                     ADD 1 TO TBL-TEN-QTDE-APROV
                              (WS-MAT-CORRENTE WS-ANO-CORRENTE)
                WHEN 'REPR FALTA'
