      **************************************************************************
      * ATRIREC.cpy
      * Registro da atribuicao de aulas (CLASS-ASSIGNMENT, arquivo
      * ATRIBUI), mantido pelo supervisor via PROGM25: cada registro
      * liga um operador (professor) a uma turma + materia que ele
      * leciona. PROGM2P confere aqui, pela CAD-TURMA do aluno, o
      * lancamento de nota de trimestre de operador de nivel comum -
      * e o pre-edit do roster (PROGM2E), o professor que digitou cada
      * linha. A chave comeca por turma+materia para a listagem de
      * turma/materia sem professor posicionar direto pelo START.
      * Chave: ATR-CHAVE = ATR-TURMA + ATR-MATERIA + ATR-OPERADOR.
      **************************************************************************
       01  ATR-REC.
           03 ATR-CHAVE.
              05 ATR-TURMA        PIC X(06).
              05 ATR-MATERIA      PIC X(12).
              05 ATR-OPERADOR     PIC X(08).
           03 ATR-DATA            PIC 9(08).
           03 ATR-SUPERVISOR      PIC X(08).
