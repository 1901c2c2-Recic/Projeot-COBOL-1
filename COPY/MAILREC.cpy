      **************************************************************************
      * MAILREC.cpy
      * Linha do extrato de e-mails aos responsaveis (arquivo
      * EMAILEXT), gerado pela notificacao noturna (PROGM31) e enviado
      * pelo servidor de correio da escola: uma mensagem por evento,
      * com o mesmo texto da carta impressa.
      **************************************************************************
       01  EML-REC.
           03 EML-PARA              PIC X(50).
           03 EML-ASSUNTO           PIC X(50).
           03 EML-MATRICULA         PIC X(12).
           03 EML-TEXTO             PIC X(210).
