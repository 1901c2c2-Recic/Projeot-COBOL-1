      **************************************************************************
      * FRQHREC.cpy
      * Registro do arquivo de historia da frequencia (ATTENDANCE-
      * HISTORY, arquivo FREQHIST), gravado pelo encerramento do ano
      * (PROGM9) com a frequencia final de cada aluno/materia do
      * FREQMST, que e limpo para o ano novo junto com o mestre. E
      * dele que sai a frequencia do ano encerrado para o extrato do
      * censo escolar (PROGM30).
      * Chave: FRH-CHAVE = FRH-ANO + FRH-MATRICULA + FRH-MATERIA.
      **************************************************************************
       01  FRH-REC.
           03 FRH-CHAVE.
              05 FRH-ANO           PIC 9(04).
              05 FRH-MATRICULA     PIC X(12).
              05 FRH-MATERIA       PIC X(12).
           03 FRH-AULAS-DADAS      PIC 9(03).
           03 FRH-FALTAS           PIC 9(03).
