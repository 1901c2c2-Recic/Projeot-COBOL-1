      **************************************************************************
      * MATRREC.cpy
      * Registro da matriz curricular (CURRICULUM-MATRIX, arquivo
      * MATRIZ), mantida pela secretaria via PROGM26: um registro por
      * materia obrigatoria de cada turma, materia do catalogo
      * (SUBJCAT). E a matriz que diz que a turma 9A tem GEOGRAFIA -
      * sem ela o aluno sem registro de GEOGRAFIA no mestre so faltava
      * em silencio. Lida pelo relatorio de pendencias (PROGM27) e pela
      * listagem de turma/materia sem professor (PROGM25).
      * Chave: MTZ-CHAVE = MTZ-TURMA + MTZ-MATERIA.
      **************************************************************************
       01  MTZ-REC.
           03 MTZ-CHAVE.
              05 MTZ-TURMA        PIC X(06).
              05 MTZ-MATERIA      PIC X(12).
           03 MTZ-DATA-INCLUSAO   PIC 9(08).
