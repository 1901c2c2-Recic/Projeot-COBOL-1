      * ativa, e o nome oficial daqui prevalece sobre o nome digitado
      * na linha do roster - a mesma matricula nao pode mais aparecer
      * como JOAO SILVA numa materia e JOAO DA SILVA em outra.
      * CAD-CONCLUIDO e gravado pela promocao anual (PROGM23) para o
      * aluno aprovado na ultima serie - como o transferido, deixa de
      * aceitar lancamento novo.
      * Chave: CAD-MATRICULA.
      **************************************************************************
       01  CAD-REC.
              88 CAD-ATIVO                 VALUE 'A'.
              88 CAD-TRANSFERIDO           VALUE 'T'.
              88 CAD-DESLIGADO             VALUE 'D'.
              88 CAD-CONCLUIDO             VALUE 'C'.
