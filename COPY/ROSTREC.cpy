      * noturno: o roster e digitado no fechamento de cada trimestre,
      * com o numero do trimestre (1 a 4) e a nota daquele trimestre -
      * nao mais as quatro notas do ano de uma so vez.
      * ROS-OPERADOR e o ID (cadastro de operadores) do professor que
      * digitou a nota - o pre-edit (PROGM2E) confere por ele a
      * atribuicao de aulas da turma/materia.
      * O arquivo vem da coordenacao entre uma linha de header (a
      * primeira) e uma de trailer (a ultima), marcadas em RCT-TIPO,
      * ambas com os totais de controle do remetente: quantidade de
      * linhas de detalhe, soma das notas e soma das matriculas (valor
      * numerico; nota ou matricula nao numerica conta zero). O
      * pre-edit (PROGM2E) recusa o lote inteiro se nao fechar. O
      * ROSTOK que sai do pre-edit so tem linhas de detalhe.
      **************************************************************************
       01  ROSTER-REC.
           03 ROS-NOME              PIC X(30).
           03 ROS-MATERIA           PIC X(12).
           03 ROS-TRIMESTRE         PIC 9(01).
           03 ROS-NOTA              PIC 9(02).
           03 ROS-OPERADOR          PIC X(08).

       01  ROSTER-CTL-REC.
           03 RCT-TIPO              PIC X(08).
              88 RCT-HEADER                VALUE '*HEADER*'.
              88 RCT-TRAILER               VALUE '*TRAILER'.
           03 RCT-DATA-ENVIO        PIC 9(08).
           03 RCT-QTDE              PIC 9(06).
           03 RCT-SOMA-NOTAS        PIC 9(08).
           03 RCT-SOMA-MATRICULAS   PIC 9(18).
           03 FILLER                PIC X(17).
