      **************************************************************************
      * RESPREC.cpy
      * Registro do cadastro de responsaveis (GUARDIAN-REGISTRY,
      * arquivo RESPONS), mantido pela secretaria no PROGM13 junto com
      * o cadastro de alunos: o responsavel legal de cada matricula,
      * com endereco para a carta e telefone/e-mail para contato. E
      * para ele que a notificacao noturna (PROGM31) escreve quando o
      * aluno entra em risco; sem e-mail cadastrado vai so a carta.
      * Chave: RSP-MATRICULA.
      **************************************************************************
       01  RSP-REC.
           03 RSP-MATRICULA         PIC X(12).
           03 RSP-NOME              PIC X(30).
           03 RSP-ENDERECO          PIC X(40).
           03 RSP-BAIRRO            PIC X(20).
           03 RSP-CIDADE            PIC X(20).
           03 RSP-UF                PIC X(02).
           03 RSP-CEP               PIC 9(08).
           03 RSP-TELEFONE          PIC X(15).
           03 RSP-EMAIL             PIC X(50).
