      **************************************************************************
      * TURMREC.cpy
      * Registro da tabela de progressao de turmas (TURMA-PROGRESSION,
      * arquivo TURMPROG), mantida pela secretaria via PROGM22: para
      * cada turma do ano que encerra, a turma em que o aluno aprovado
      * se matricula no ano seguinte (6A -> 7A). Turma da ultima serie
      * oferecida pela escola e marcada como concluinte - aluno
      * aprovado nela conclui o curso em vez de ser promovido. Lida
      * pela promocao anual (PROGM23).
      * Chave: TRM-TURMA.
      **************************************************************************
       01  TRM-REC.
           03 TRM-TURMA             PIC X(06).
           03 TRM-TURMA-SEGUINTE    PIC X(06).
           03 TRM-ULTIMA-SERIE      PIC X(01).
              88 TRM-CONCLUINTE            VALUE 'S'.
              88 TRM-COM-SEGUINTE          VALUE 'N'.
