      *>  a QUANTIDADE de trimestres cursados na escola de origem (1 a
      *>  4) e PRM-N1..N4 as notas trazidas desses trimestres.
              88 PRM-MODO-TRANSF-EXT        VALUE 'E'.
      *>  Decisao do conselho de classe (PROGM24): aprova o aluno/
      *>  materia REPROVADO com o status APROV CONS, sem tocar nas
      *>  notas nem na media final. Exige PRM-NIVEL supervisor.
              88 PRM-MODO-CONSELHO          VALUE 'K'.
              88 PRM-MODO-ENCERRA           VALUE 'X'.
           03 PRM-OPERADOR          PIC X(08).
           03 PRM-NIVEL             PIC X(01).
              88 PRM-NIVEL-SUPER            VALUE 'S'.
              88 PRM-NIVEL-COMUM            VALUE 'C'.
      *>  Lote do roster ja validado (PROGM2B): as conferencias feitas
      *>  pelo professor que digitou a linha (atribuicao de aulas) ja
      *>  foram feitas pelo pre-edit (PROGM2E) e nao se repetem.
              88 PRM-NIVEL-LOTE             VALUE 'L'.
           03 PRM-NOME              PIC X(30).
           03 PRM-MATRICULA         PIC X(12).
           03 PRM-MATERIA           PIC X(12).
              88 PRM-TRIM-JA-LANCADO           VALUE 11.
              88 PRM-ALUNO-NAO-CADASTRADO      VALUE 12.
              88 PRM-ALUNO-INATIVO             VALUE 13.
      *>  Decisao do conselho para registro que nao esta REPROVADO; o
      *>  status corrente volta em PRM-AR.
              88 PRM-NAO-CABE-CONSELHO         VALUE 14.
      *>  Lancamento de trimestre de operador comum para turma (a
      *>  CAD-TURMA do aluno) + materia que nao lhe foi atribuida na
      *>  atribuicao de aulas (ATRIBUI, PROGM25).
              88 PRM-SEM-ATRIBUICAO            VALUE 15.
      *>  Lancamento de trimestre de operador comum depois do prazo de
      *>  lancamento do trimestre no calendario escolar (CALEND,
      *>  PROGM28).
              88 PRM-PRAZO-ENCERRADO           VALUE 16.
      *>  Ligado somente pela recuperacao avante (PROGM16), que reaplica
      *>  acoes ja registradas no TRANSACTION-LOG: a gravacao no mestre
      *>  e na transcricao acontece normalmente, mas o log nao e
      *>  nao e garantido no dialeto, e um 'S' residual calaria o log.
           03 PRM-REPROCESSO        PIC X(01).
              88 PRM-EM-REPROCESSO             VALUE 'S'.
      *>  Devolvido por PROGM2P: 'S' quando o lancamento ou a correcao
      *>  de trimestre foi gravado depois do prazo do calendario
      *>  (supervisor ou lote) e saiu marcado no log.
           03 PRM-ATRASO            PIC X(01).
              88 PRM-LANC-ATRASADO             VALUE 'S'.
