      **************************************************************************
      * CONSREC.cpy
      * Registro do livro de decisoes do conselho de classe (COUNCIL-
      * DECISION, arquivo CONSDEC), gravado por PROGM24 a cada aluno/
      * materia REPROVADO que o conselho aprovou: numero e data da ata,
      * justificativa, a media que o aluno tinha (a final da
      * recuperacao, quando houve prova) e quem registrou. O mestre so
      * guarda o status APROV CONS - o porque da decisao fica aqui.
      * Chave: CNS-CHAVE = CNS-ANO + CNS-MATRICULA + CNS-MATERIA.
      **************************************************************************
       01  CNS-REC.
           03 CNS-CHAVE.
              05 CNS-ANO          PIC 9(04).
              05 CNS-MATRICULA    PIC X(12).
              05 CNS-MATERIA      PIC X(12).
           03 CNS-NOME            PIC X(30).
           03 CNS-ATA             PIC X(10).
           03 CNS-DATA-ATA        PIC 9(08).
           03 CNS-JUSTIFICATIVA   PIC X(60).
           03 CNS-MEDIA           PIC 9(02)V9(02).
           03 CNS-OPERADOR        PIC X(08).
           03 CNS-DATA-REGISTRO   PIC 9(08).
