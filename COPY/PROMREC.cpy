      **************************************************************************
      * PROMREC.cpy
      * Registro do livro de promocao anual (PROMOTION-REGISTER,
      * arquivo PROMHIST), gravado pela promocao (PROGM23) para cada
      * aluno ativo que teve o resultado do ano aplicado ao cadastro:
      * a turma em que cursou o ano encerrado, a turma do ano seguinte
      * e o resultado. E por ele que a promocao reexecutada sabe quem
      * ja foi rolado (o aluno nao e promovido duas vezes) e e dele
      * que sai a turma do ano encerrado depois que o CADALUNO ja
      * passou para a turma nova. Aluno nao colocado nao grava aqui -
      * entra na proxima execucao, depois de acertada a pendencia.
      * Chave: PROM-CHAVE = PROM-ANO + PROM-MATRICULA.
      **************************************************************************
       01  PROM-REC.
           03 PROM-CHAVE.
              05 PROM-ANO          PIC 9(04).
              05 PROM-MATRICULA    PIC X(12).
           03 PROM-NOME            PIC X(30).
           03 PROM-TURMA-ANTERIOR  PIC X(06).
           03 PROM-TURMA-NOVA      PIC X(06).
           03 PROM-RESULTADO       PIC X(01).
              88 PROM-PROMOVIDO            VALUE 'P'.
              88 PROM-RETIDO               VALUE 'R'.
              88 PROM-CONCLUIDO            VALUE 'C'.
           03 PROM-DATA            PIC 9(08).
