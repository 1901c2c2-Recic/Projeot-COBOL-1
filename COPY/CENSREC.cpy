      **************************************************************************
      * CENSREC.cpy
      * Registros do extrato do censo escolar (CENSUS-FILE, arquivo
      * CENSO), gerado pelo PROGM30 para um ano letivo encerrado no
      * leiaute fixo pedido pela Secretaria de Educacao - todo registro
      * com 100 posicoes, tipo nas duas primeiras e o codigo INEP da
      * escola logo depois:
      *   00 - escola: ano do censo e data da geracao (o primeiro)
      *   60 - aluno: turma do ano, situacao no cadastro, resultado
      *        final (A=aprovado R=reprovado) e frequencia geral
      *   61 - materia do aluno: status final, media final e
      *        frequencia, logo depois do registro 60 do aluno
      *   99 - fim: quantidades de alunos, materias e registros
      * Frequencia em percentual de presenca com duas decimais.
      **************************************************************************
       01  CEN-REG-ESCOLA.
           03 CEN-ESC-TIPO          PIC X(02).
              88 CEN-TIPO-ESCOLA           VALUE '00'.
           03 CEN-ESC-INEP          PIC 9(08).
           03 CEN-ESC-ANO           PIC 9(04).
           03 CEN-ESC-DATA-GERACAO  PIC 9(08).
           03 FILLER                PIC X(78).

       01  CEN-REG-ALUNO.
           03 CEN-ALU-TIPO          PIC X(02).
              88 CEN-TIPO-ALUNO            VALUE '60'.
           03 CEN-ALU-INEP          PIC 9(08).
           03 CEN-ALU-MATRICULA     PIC X(12).
           03 CEN-ALU-NOME          PIC X(30).
           03 CEN-ALU-TURMA         PIC X(06).
           03 CEN-ALU-CADASTRO      PIC X(01).
           03 CEN-ALU-RESULTADO     PIC X(01).
              88 CEN-ALU-APROVADO          VALUE 'A'.
              88 CEN-ALU-REPROVADO         VALUE 'R'.
           03 CEN-ALU-QTDE-MATERIAS PIC 9(02).
           03 CEN-ALU-AULAS         PIC 9(05).
           03 CEN-ALU-FALTAS        PIC 9(05).
           03 CEN-ALU-FREQUENCIA    PIC 9(03)V9(02).
           03 FILLER                PIC X(23).

       01  CEN-REG-MATERIA.
           03 CEN-MAT-TIPO          PIC X(02).
              88 CEN-TIPO-MATERIA          VALUE '61'.
           03 CEN-MAT-INEP          PIC 9(08).
           03 CEN-MAT-MATRICULA     PIC X(12).
           03 CEN-MAT-MATERIA       PIC X(12).
           03 CEN-MAT-STATUS        PIC X(10).
           03 CEN-MAT-MEDIA         PIC 9(02)V9(02).
           03 CEN-MAT-AULAS         PIC 9(03).
           03 CEN-MAT-FALTAS        PIC 9(03).
           03 CEN-MAT-FREQUENCIA    PIC 9(03)V9(02).
           03 FILLER                PIC X(41).

       01  CEN-REG-FIM.
           03 CEN-FIM-TIPO          PIC X(02).
              88 CEN-TIPO-FIM              VALUE '99'.
           03 CEN-FIM-INEP          PIC 9(08).
           03 CEN-FIM-QTDE-ALUNOS   PIC 9(06).
           03 CEN-FIM-QTDE-MATERIAS PIC 9(07).
           03 CEN-FIM-QTDE-REGISTROS PIC 9(07).
           03 FILLER                PIC X(70).
