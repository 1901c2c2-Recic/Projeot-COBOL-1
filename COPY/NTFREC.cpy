      **************************************************************************
      * NTFREC.cpy
      * Registro do log de notificacoes aos responsaveis (NOTIFICATION-
      * LOG, arquivo NOTIFLOG), gravado pela notificacao noturna
      * (PROGM31) para cada evento de risco efetivamente comunicado:
      *   R - aluno entrou EM RECUP na materia
      *   N - nota do trimestre abaixo da media minima da materia
      *   F - faltas na materia chegando ao limite de 25%
      * A chave inclui o ano letivo e o trimestre (zero em R e F): o
      * mesmo evento nunca e enviado duas vezes, e o registro prova
      * quando e para quem a familia foi avisada e por qual meio.
      * Chave: NTF-CHAVE = NTF-ANO + NTF-MATRICULA + NTF-MATERIA +
      *        NTF-TIPO + NTF-TRIMESTRE.
      **************************************************************************
       01  NTF-REC.
           03 NTF-CHAVE.
              05 NTF-ANO           PIC 9(04).
              05 NTF-MATRICULA     PIC X(12).
              05 NTF-MATERIA       PIC X(12).
              05 NTF-TIPO          PIC X(01).
                 88 NTF-EM-RECUP          VALUE 'R'.
                 88 NTF-NOTA-BAIXA        VALUE 'N'.
                 88 NTF-FALTAS            VALUE 'F'.
              05 NTF-TRIMESTRE     PIC 9(01).
           03 NTF-DATA             PIC 9(08).
           03 NTF-HORA             PIC 9(08).
           03 NTF-RESPONSAVEL      PIC X(30).
           03 NTF-CARTA            PIC X(01).
           03 NTF-EMAIL            PIC X(01).
              88 NTF-COM-EMAIL            VALUE 'S'.
           03 NTF-DETALHE          PIC X(20).
