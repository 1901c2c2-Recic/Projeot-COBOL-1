      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Extrato do Censo Escolar
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Extrato do censo escolar (Educacenso) de um ano
      *                 letivo encerrado, no leiaute fixo da Secretaria
      *                 de Educacao (CENSO, CENSREC.cpy): cada aluno do
      *                 ano no HISTORY-MASTER com a turma, o status
      *                 final de cada materia e a frequencia do ano
      *                 arquivada pelo PROGM9 (FREQHIST). A turma do
      *                 ano vem do livro de promocao (PROMHIST) quando
      *                 o aluno ja foi rolado, senao do CADALUNO. Antes
      *                 o arquivo era montado a mao sobre o CLASSRPT e
      *                 a planilha da coordenacao. Sai sempre o
      *                 relatorio de validacao (CENSRPT) com os alunos
      *                 de dados incompletos - sem turma, materia sem
      *                 status final, materia sem frequencia - e o
      *                 extrato so e gerado quando nao ha nenhuma
      *                 pendencia, para nao mandar ao governo um
      *                 arquivo que volta recusado.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM30.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-MASTER
               ASSIGN TO 'HISTMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT STUDENT-ENROLLMENT
               ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADA-STATUS.

           SELECT PROMOTION-REGISTER
               ASSIGN TO 'PROMHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROM-CHAVE
               FILE STATUS IS WS-PROM-STATUS.

           SELECT ATTENDANCE-HISTORY
               ASSIGN TO 'FREQHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FRH-CHAVE
               FILE STATUS IS WS-FRQH-STATUS.

           SELECT CENSUS-FILE
               ASSIGN TO 'CENSO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CENSO-STATUS.

           SELECT CENSUS-REPORT
               ASSIGN TO 'CENSRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK
               ASSIGN TO 'SORTWK'.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-MASTER.
           COPY HISTREC.

       FD  STUDENT-ENROLLMENT.
           COPY CADAREC.

       FD  PROMOTION-REGISTER.
           COPY PROMREC.

       FD  ATTENDANCE-HISTORY.
           COPY FRQHREC.

       FD  CENSUS-FILE.
           COPY CENSREC.

       FD  CENSUS-REPORT.
       01  RPT-LINHA                PIC X(90).

      *>  SRT-GRUPO separa as secoes do relatorio: 1 = aluno sem turma,
      *>  2 = materia sem status final, 3 = materia sem frequencia.
       SD  SORT-WORK.
       01  SORT-REC.
           03 SRT-GRUPO             PIC 9(01).
           03 SRT-TURMA             PIC X(06).
           03 SRT-NOME              PIC X(30).
           03 SRT-MATRICULA         PIC X(12).
           03 SRT-MATERIA           PIC X(12).
           03 SRT-DETALHE           PIC X(20).

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS           PIC X(02) VALUE '00'.
       01  WS-CADA-STATUS           PIC X(02) VALUE '00'.
       01  WS-PROM-STATUS           PIC X(02) VALUE '00'.
       01  WS-FRQH-STATUS           PIC X(02) VALUE '00'.
       01  WS-CENSO-STATUS          PIC X(02) VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE '00'.

       01  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-FIM-HISTORIA           VALUE 'S'.

       01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88 WS-FIM-SORT               VALUE 'S'.

      *>  Livro de promocao e historia da frequencia sao opcionais: sem
      *>  o primeiro a turma vem do cadastro; sem o segundo toda
      *>  materia sai sem frequencia.
       01  WS-PROM-SW               PIC X(01) VALUE 'N'.
           88 WS-COM-PROMOCAO           VALUE 'S'.

       01  WS-FRQH-SW               PIC X(01) VALUE 'N'.
           88 WS-COM-FREQUENCIA         VALUE 'S'.

       01  WS-MODO                  PIC 9(01) VALUE 0.
           88 WS-MODO-VALIDACAO         VALUE 1.
           88 WS-MODO-EXTRATO           VALUE 2.

       01  WS-ANO-CENSO             PIC 9(04) VALUE 0.
       01  WS-CODIGO-INEP           PIC 9(08) VALUE 0.
       01  WS-DATA-HOJE             PIC 9(08) VALUE 0.

      *>  Aluno em apuracao: as materias do ano vem juntas na historia
      *>  (chave ano+matricula+materia) e sao guardadas aqui ate a
      *>  quebra da matricula.
       01  WS-ALU-MATRICULA         PIC X(12) VALUE SPACE.
       01  WS-ALU-NOME              PIC X(30) VALUE SPACE.
       01  WS-ALU-TURMA             PIC X(06) VALUE SPACE.
       01  WS-ALU-CADASTRO          PIC X(01) VALUE SPACE.
       01  WS-ALU-AULAS             PIC 9(05) VALUE 0.
       01  WS-ALU-FALTAS            PIC 9(05) VALUE 0.

       01  WS-CAD-SW                PIC X(01) VALUE 'N'.
           88 WS-ALUNO-CADASTRADO       VALUE 'S'.

       01  WS-REPROVADO-SW          PIC X(01) VALUE 'N'.
           88 WS-ALUNO-REPROVADO        VALUE 'S'.

       01  WS-PENDENTE-SW           PIC X(01) VALUE 'N'.
           88 WS-ALUNO-PENDENTE         VALUE 'S'.

       01  WS-QTDE-MATERIAS         PIC 9(02) COMP VALUE 0.
       01  WS-QTDE-EXCEDENTE        PIC 9(02) COMP VALUE 0.
       01  WS-IDX                   PIC 9(02) COMP VALUE 0.

       01  WS-TABELA-MATERIAS.
           03 WS-MAT OCCURS 20 TIMES.
              05 TBL-MAT-MATERIA    PIC X(12).
              05 TBL-MAT-STATUS     PIC X(10).
              05 TBL-MAT-MEDIA      PIC 9(02)V9(02).
              05 TBL-MAT-AULAS      PIC 9(03).
              05 TBL-MAT-FALTAS     PIC 9(03).
              05 TBL-MAT-FREQUENCIA PIC 9(03)V9(02).

       01  WS-CONTADORES.
           03 WS-QTDE-ALUNO         PIC 9(06) VALUE 0.
           03 WS-QTDE-COMPLETO      PIC 9(06) VALUE 0.
           03 WS-QTDE-ALUNO-PEND    PIC 9(06) VALUE 0.
           03 WS-QTDE-SEM-TURMA     PIC 9(06) VALUE 0.
           03 WS-QTDE-SEM-STATUS    PIC 9(06) VALUE 0.
           03 WS-QTDE-SEM-FREQ      PIC 9(06) VALUE 0.
           03 WS-QTDE-REG-MATERIA   PIC 9(07) VALUE 0.
           03 WS-QTDE-REGISTROS     PIC 9(07) VALUE 0.

      *>  Quebras do procedimento de saida do SORT.
       01  WS-GRUPO-ANTERIOR        PIC 9(01) VALUE 0.
       01  WS-QTDE-DA-SECAO         PIC 9(06) VALUE 0.

       01  CAB-LINHA-1.
           03 FILLER           PIC X(38) VALUE
                   'VALIDACAO DO CENSO ESCOLAR - ANO '.
           03 CAB-ANO          PIC 9(04).

       01  CAB-LINHA-2.
           03 FILLER                PIC X(08) VALUE 'TURMA'.
           03 FILLER                PIC X(31) VALUE 'ALUNO'.
           03 FILLER                PIC X(13) VALUE 'MATRICULA'.
           03 FILLER                PIC X(14) VALUE 'MATERIA'.
           03 FILLER                PIC X(20) VALUE 'DETALHE'.

       01  SEC-LINHA-SEM-TURMA.
           03 FILLER                PIC X(50) VALUE
                   '*** ALUNOS SEM TURMA NO ANO ***'.

       01  SEC-LINHA-SEM-STATUS.
           03 FILLER                PIC X(50) VALUE
                   '*** MATERIAS SEM STATUS FINAL ***'.

       01  SEC-LINHA-SEM-FREQ.
           03 FILLER                PIC X(50) VALUE
                   '*** MATERIAS SEM FREQUENCIA DO ANO ***'.

       01  DET-LINHA.
           03 DET-TURMA              PIC X(08).
           03 DET-NOME               PIC X(31).
           03 DET-MATRICULA          PIC X(13).
           03 DET-MATERIA            PIC X(14).
           03 DET-DETALHE            PIC X(20).

       01  QBR-LINHA-SECAO.
           03 FILLER                 PIC X(08) VALUE SPACE.
           03 FILLER                 PIC X(20) VALUE
                   'TOTAL DA SECAO'.
           03 QBR-QTDE-SECAO         PIC ZZZ,ZZ9.

       01  TOT-LINHA-1.
           03 FILLER           PIC X(30) VALUE
                   'ALUNOS DO ANO NA HISTORIA:'.
           03 TOT-ALUNO        PIC ZZZ,ZZ9.

       01  TOT-LINHA-2.
           03 FILLER           PIC X(30) VALUE
                   'ALUNOS COM DADOS COMPLETOS:'.
           03 TOT-COMPLETO     PIC ZZZ,ZZ9.

       01  TOT-LINHA-3.
           03 FILLER           PIC X(30) VALUE
                   'ALUNOS COM PENDENCIA:     '.
           03 TOT-ALUNO-PEND   PIC ZZZ,ZZ9.

       01  TOT-LINHA-4.
           03 FILLER           PIC X(30) VALUE
                   '  SEM TURMA:              '.
           03 TOT-SEM-TURMA    PIC ZZZ,ZZ9.

       01  TOT-LINHA-5.
           03 FILLER           PIC X(30) VALUE
                   '  MATERIAS SEM STATUS:    '.
           03 TOT-SEM-STATUS   PIC ZZZ,ZZ9.

       01  TOT-LINHA-6.
           03 FILLER           PIC X(30) VALUE
                   '  MATERIAS SEM FREQUENCIA:'.
           03 TOT-SEM-FREQ     PIC ZZZ,ZZ9.

       01  TOT-LINHA-EXTRATO.
           03 TOT-EXTRATO-TEXTO PIC X(50).
           03 TOT-REGISTROS     PIC ZZZ,ZZ9.

      **************************************************************************
       PROCEDURE DIVISION.

       P000-PRINCIPAL.
           PERFORM P100-ABRIR
           SORT SORT-WORK
                ON ASCENDING KEY SRT-GRUPO SRT-TURMA SRT-NOME
                                 SRT-MATRICULA SRT-MATERIA
                INPUT PROCEDURE IS P300-APURA THRU P300-FIM
                OUTPUT PROCEDURE IS P500-RELATORIO THRU P500-FIM
           PERFORM P900-ENCERRA
           .
       P000-FIM.

      *>************************************************************************
      *> Modo 1 so valida (CENSRPT); modo 2 valida e gera o extrato,
      *> que precisa do codigo INEP da escola em todo registro.
      *>************************************************************************
       P100-ABRIR.
           DISPLAY 'CENSO ESCOLAR: 1=SO VALIDACAO  '
                   '2=VALIDACAO E EXTRATO'
           ACCEPT WS-MODO
           IF NOT WS-MODO-VALIDACAO AND NOT WS-MODO-EXTRATO
                DISPLAY 'OPCAO INVALIDA'
                STOP RUN
           END-IF

           DISPLAY 'INFORME O ANO LETIVO DO CENSO (AAAA): '
           ACCEPT WS-ANO-CENSO
           IF WS-ANO-CENSO < 1900 OR WS-ANO-CENSO > 2199
                DISPLAY 'ANO LETIVO INVALIDO'
                STOP RUN
           END-IF

           IF WS-MODO-EXTRATO
                DISPLAY 'INFORME O CODIGO INEP DA ESCOLA: '
                ACCEPT WS-CODIGO-INEP
                IF WS-CODIGO-INEP = 0
                     DISPLAY 'CODIGO INEP INVALIDO'
                     STOP RUN
                END-IF
           END-IF

           OPEN INPUT HISTORY-MASTER
           IF WS-HIST-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO DE HISTORIA'
                STOP RUN
           END-IF

           OPEN INPUT STUDENT-ENROLLMENT
           IF WS-CADA-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO DE ALUNOS'
                STOP RUN
           END-IF

           OPEN INPUT PROMOTION-REGISTER
           IF WS-PROM-STATUS = '00'
                MOVE 'S' TO WS-PROM-SW
           END-IF

           OPEN INPUT ATTENDANCE-HISTORY
           IF WS-FRQH-STATUS = '00'
                MOVE 'S' TO WS-FRQH-SW
           ELSE
                DISPLAY 'AVISO: HISTORIA DA FREQUENCIA (FREQHIST) '
                        'INDISPONIVEL - NENHUMA MATERIA TERA FREQUENCIA'
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN OUTPUT CENSUS-REPORT
           MOVE WS-ANO-CENSO TO CAB-ANO
           WRITE RPT-LINHA FROM CAB-LINHA-1
           WRITE RPT-LINHA FROM CAB-LINHA-2

           IF WS-MODO-EXTRATO
                OPEN OUTPUT CENSUS-FILE
                MOVE SPACE          TO CEN-REG-ESCOLA
                SET CEN-TIPO-ESCOLA TO TRUE
                MOVE WS-CODIGO-INEP TO CEN-ESC-INEP
                MOVE WS-ANO-CENSO   TO CEN-ESC-ANO
                MOVE WS-DATA-HOJE   TO CEN-ESC-DATA-GERACAO
                WRITE CEN-REG-ESCOLA
                ADD 1 TO WS-QTDE-REGISTROS
           END-IF
           .
       P100-FIM.


      *>************************************************************************
      *> Proxima linha da historia; o fim do ano na chave encerra a
      *> leitura como se fosse o fim do arquivo.
      *>************************************************************************
       P121-LER-HISTORIA.
           READ HISTORY-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-HIST-EOF-SW
           END-READ
           IF NOT WS-FIM-HISTORIA AND HIST-ANO NOT = WS-ANO-CENSO
                MOVE 'S' TO WS-HIST-EOF-SW
           END-IF
           .
       P121-FIM.


      *>************************************************************************
      *> Procedimento de entrada do SORT: percorre a historia do ano,
      *> um aluno por vez, e solta no SORT cada pendencia encontrada.
      *>************************************************************************
       P300-APURA.
           MOVE WS-ANO-CENSO TO HIST-ANO
           MOVE LOW-VALUE    TO HIST-MATRICULA
           MOVE LOW-VALUE    TO HIST-MATERIA
           START HISTORY-MASTER KEY NOT LESS HIST-CHAVE
                INVALID KEY
                     MOVE 'S' TO WS-HIST-EOF-SW
           END-START

           IF NOT WS-FIM-HISTORIA
                PERFORM P121-LER-HISTORIA
           END-IF

           IF WS-FIM-HISTORIA
                DISPLAY 'NENHUM REGISTRO DE HISTORIA PARA O ANO '
                        WS-ANO-CENSO ' - ENCERRE O ANO NO PROGM9'
           END-IF

           PERFORM P310-APURA-ALUNO THRU P310-FIM
                   UNTIL WS-FIM-HISTORIA
           .
       P300-FIM.


       P310-APURA-ALUNO.
           ADD 1 TO WS-QTDE-ALUNO
           MOVE HIST-MATRICULA TO WS-ALU-MATRICULA
           MOVE HIST-NOME      TO WS-ALU-NOME
           MOVE 0   TO WS-QTDE-MATERIAS WS-QTDE-EXCEDENTE
           MOVE 0   TO WS-ALU-AULAS WS-ALU-FALTAS
           MOVE 'N' TO WS-REPROVADO-SW
           MOVE 'N' TO WS-PENDENTE-SW

           PERFORM P320-GUARDA-MATERIA
                   UNTIL WS-FIM-HISTORIA
                      OR HIST-MATRICULA NOT = WS-ALU-MATRICULA

           PERFORM P330-TURMA-DO-ALUNO

           PERFORM P340-CONFERE-MATERIA THRU P340-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-MATERIAS

           IF WS-QTDE-EXCEDENTE > 0
                MOVE 2            TO SRT-GRUPO
                MOVE SPACE        TO SRT-MATERIA
                MOVE 'MAIS DE 20 MATERIAS' TO SRT-DETALHE
                PERFORM P390-REGISTRA-PENDENCIA
           END-IF

           IF WS-ALUNO-PENDENTE
                ADD 1 TO WS-QTDE-ALUNO-PEND
           ELSE
                ADD 1 TO WS-QTDE-COMPLETO
                IF WS-MODO-EXTRATO
                     PERFORM P360-GRAVA-ALUNO
                END-IF
           END-IF
           .
       P310-FIM.


      *>************************************************************************
      *> Depois da prova de recuperacao a media que vale e a final.
      *>************************************************************************
       P320-GUARDA-MATERIA.
           IF WS-QTDE-MATERIAS < 20
                ADD 1 TO WS-QTDE-MATERIAS
                MOVE HIST-MATERIA TO TBL-MAT-MATERIA (WS-QTDE-MATERIAS)
                MOVE HIST-AR      TO TBL-MAT-STATUS (WS-QTDE-MATERIAS)
                IF HIST-MD-FINAL > 0
                     MOVE HIST-MD-FINAL
                       TO TBL-MAT-MEDIA (WS-QTDE-MATERIAS)
                ELSE
                     MOVE HIST-MD TO TBL-MAT-MEDIA (WS-QTDE-MATERIAS)
                END-IF
                MOVE 0 TO TBL-MAT-AULAS (WS-QTDE-MATERIAS)
                MOVE 0 TO TBL-MAT-FALTAS (WS-QTDE-MATERIAS)
                MOVE 0 TO TBL-MAT-FREQUENCIA (WS-QTDE-MATERIAS)
           ELSE
                ADD 1 TO WS-QTDE-EXCEDENTE
           END-IF

           PERFORM P121-LER-HISTORIA
           .
       P320-FIM.


      *>************************************************************************
      *> Turma do ano do censo: o aluno ja rolado pela promocao esta com
      *> a turma nova no CADALUNO, e a do ano encerrado ficou no livro
      *> de promocao. Nome oficial e situacao vem do cadastro.
      *>************************************************************************
       P330-TURMA-DO-ALUNO.
           MOVE SPACE TO WS-ALU-TURMA
           MOVE SPACE TO WS-ALU-CADASTRO
           MOVE 'N'   TO WS-CAD-SW

           MOVE WS-ALU-MATRICULA TO CAD-MATRICULA
           READ STUDENT-ENROLLMENT
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE 'S'          TO WS-CAD-SW
                     MOVE CAD-NOME     TO WS-ALU-NOME
                     MOVE CAD-TURMA    TO WS-ALU-TURMA
                     MOVE CAD-SITUACAO TO WS-ALU-CADASTRO
           END-READ

           IF WS-COM-PROMOCAO
                MOVE WS-ANO-CENSO     TO PROM-ANO
                MOVE WS-ALU-MATRICULA TO PROM-MATRICULA
                READ PROMOTION-REGISTER
                     INVALID KEY
                          CONTINUE
                     NOT INVALID KEY
                          MOVE PROM-TURMA-ANTERIOR TO WS-ALU-TURMA
                END-READ
           END-IF

           IF WS-ALU-TURMA = SPACE
                MOVE 1     TO SRT-GRUPO
                MOVE SPACE TO SRT-MATERIA
                IF WS-ALUNO-CADASTRADO
                     MOVE 'TURMA EM BRANCO' TO SRT-DETALHE
                ELSE
                     MOVE 'SEM CADASTRO' TO SRT-DETALHE
                END-IF
                PERFORM P390-REGISTRA-PENDENCIA
           END-IF
           .
       P330-FIM.


      *>************************************************************************
      *> Uma materia do aluno: o censo pede o status final (resultado
      *> ainda aberto - ANDAMENTO, EM RECUP - nao serve) e a frequencia
      *> do ano, com aulas dadas.
      *>************************************************************************
       P340-CONFERE-MATERIA.
           EVALUATE TBL-MAT-STATUS (WS-IDX)
                WHEN 'APROVADO'
                WHEN 'APROV CONS'
                     CONTINUE
                WHEN 'REPROVADO'
                WHEN 'REPR FALTA'
                     MOVE 'S' TO WS-REPROVADO-SW
                WHEN SPACE
                     MOVE 2 TO SRT-GRUPO
                     MOVE TBL-MAT-MATERIA (WS-IDX) TO SRT-MATERIA
                     MOVE 'STATUS EM BRANCO' TO SRT-DETALHE
                     PERFORM P390-REGISTRA-PENDENCIA
                WHEN OTHER
                     MOVE 2 TO SRT-GRUPO
                     MOVE TBL-MAT-MATERIA (WS-IDX) TO SRT-MATERIA
                     MOVE TBL-MAT-STATUS (WS-IDX)  TO SRT-DETALHE
                     PERFORM P390-REGISTRA-PENDENCIA
           END-EVALUATE

           MOVE 3 TO SRT-GRUPO
           MOVE TBL-MAT-MATERIA (WS-IDX) TO SRT-MATERIA
           IF NOT WS-COM-FREQUENCIA
                MOVE 'SEM REGISTRO' TO SRT-DETALHE
                PERFORM P390-REGISTRA-PENDENCIA
                GO TO P340-FIM
           END-IF

           MOVE WS-ANO-CENSO             TO FRH-ANO
           MOVE WS-ALU-MATRICULA         TO FRH-MATRICULA
           MOVE TBL-MAT-MATERIA (WS-IDX) TO FRH-MATERIA
           READ ATTENDANCE-HISTORY
                INVALID KEY
                     MOVE 'SEM REGISTRO' TO SRT-DETALHE
                     PERFORM P390-REGISTRA-PENDENCIA
                     GO TO P340-FIM
           END-READ

           IF FRH-AULAS-DADAS = 0
                MOVE 'SEM AULAS DADAS' TO SRT-DETALHE
                PERFORM P390-REGISTRA-PENDENCIA
                GO TO P340-FIM
           END-IF

           MOVE FRH-AULAS-DADAS TO TBL-MAT-AULAS (WS-IDX)
           MOVE FRH-FALTAS      TO TBL-MAT-FALTAS (WS-IDX)
           ADD FRH-AULAS-DADAS  TO WS-ALU-AULAS
           ADD FRH-FALTAS       TO WS-ALU-FALTAS
           IF FRH-FALTAS < FRH-AULAS-DADAS
                COMPUTE TBL-MAT-FREQUENCIA (WS-IDX) ROUNDED =
                        (FRH-AULAS-DADAS - FRH-FALTAS) * 100
                      / FRH-AULAS-DADAS
           END-IF
           .
       P340-FIM.


      *>************************************************************************
      *> Aluno completo vai para o extrato: o registro 60 com a
      *> frequencia geral (soma das materias) e logo depois um
      *> registro 61 por materia.
      *>************************************************************************
       P360-GRAVA-ALUNO.
           MOVE SPACE            TO CEN-REG-ALUNO
           SET CEN-TIPO-ALUNO    TO TRUE
           MOVE WS-CODIGO-INEP   TO CEN-ALU-INEP
           MOVE WS-ALU-MATRICULA TO CEN-ALU-MATRICULA
           MOVE WS-ALU-NOME      TO CEN-ALU-NOME
           MOVE WS-ALU-TURMA     TO CEN-ALU-TURMA
           MOVE WS-ALU-CADASTRO  TO CEN-ALU-CADASTRO
           IF WS-ALUNO-REPROVADO
                SET CEN-ALU-REPROVADO TO TRUE
           ELSE
                SET CEN-ALU-APROVADO  TO TRUE
           END-IF
           MOVE WS-QTDE-MATERIAS TO CEN-ALU-QTDE-MATERIAS
           MOVE WS-ALU-AULAS     TO CEN-ALU-AULAS
           MOVE WS-ALU-FALTAS    TO CEN-ALU-FALTAS
           MOVE 0                TO CEN-ALU-FREQUENCIA
           IF WS-ALU-FALTAS < WS-ALU-AULAS
                COMPUTE CEN-ALU-FREQUENCIA ROUNDED =
                        (WS-ALU-AULAS - WS-ALU-FALTAS) * 100
                      / WS-ALU-AULAS
           END-IF
           WRITE CEN-REG-ALUNO
           ADD 1 TO WS-QTDE-REGISTROS

           PERFORM P361-GRAVA-MATERIA
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTDE-MATERIAS
           .
       P360-FIM.


       P361-GRAVA-MATERIA.
           MOVE SPACE            TO CEN-REG-MATERIA
           SET CEN-TIPO-MATERIA  TO TRUE
           MOVE WS-CODIGO-INEP   TO CEN-MAT-INEP
           MOVE WS-ALU-MATRICULA TO CEN-MAT-MATRICULA
           MOVE TBL-MAT-MATERIA (WS-IDX)    TO CEN-MAT-MATERIA
           MOVE TBL-MAT-STATUS (WS-IDX)     TO CEN-MAT-STATUS
           MOVE TBL-MAT-MEDIA (WS-IDX)      TO CEN-MAT-MEDIA
           MOVE TBL-MAT-AULAS (WS-IDX)      TO CEN-MAT-AULAS
           MOVE TBL-MAT-FALTAS (WS-IDX)     TO CEN-MAT-FALTAS
           MOVE TBL-MAT-FREQUENCIA (WS-IDX) TO CEN-MAT-FREQUENCIA
           WRITE CEN-REG-MATERIA
           ADD 1 TO WS-QTDE-REG-MATERIA
           ADD 1 TO WS-QTDE-REGISTROS
           .
       P361-FIM.


      *>************************************************************************
      *> Solta uma pendencia do aluno corrente no SORT; grupo, materia
      *> e detalhe ja vem preenchidos por quem chamou.
      *>************************************************************************
       P390-REGISTRA-PENDENCIA.
           MOVE 'S' TO WS-PENDENTE-SW
           EVALUATE SRT-GRUPO
                WHEN 1
                     ADD 1 TO WS-QTDE-SEM-TURMA
                WHEN 2
                     ADD 1 TO WS-QTDE-SEM-STATUS
                WHEN OTHER
                     ADD 1 TO WS-QTDE-SEM-FREQ
           END-EVALUATE
           MOVE WS-ALU-TURMA     TO SRT-TURMA
           MOVE WS-ALU-NOME      TO SRT-NOME
           MOVE WS-ALU-MATRICULA TO SRT-MATRICULA
           RELEASE SORT-REC
           .
       P390-FIM.


      *>************************************************************************
      *> Procedimento de saida do SORT: as pendencias voltam por secao,
      *> turma, nome e materia, com o total de cada secao.
      *>************************************************************************
       P500-RELATORIO.
           PERFORM P510-RETORNA-SORT
           PERFORM P520-IMPRIME-PENDENCIA
                   UNTIL WS-FIM-SORT

           IF WS-GRUPO-ANTERIOR > 0
                PERFORM P550-TOTAL-DA-SECAO
           END-IF
           .
       P500-FIM.


       P510-RETORNA-SORT.
           RETURN SORT-WORK
                AT END
                     MOVE 'S' TO WS-SORT-EOF-SW
           END-RETURN
           .
       P510-FIM.


       P520-IMPRIME-PENDENCIA.
           IF SRT-GRUPO NOT = WS-GRUPO-ANTERIOR
                IF WS-GRUPO-ANTERIOR > 0
                     PERFORM P550-TOTAL-DA-SECAO
                END-IF
                PERFORM P530-TITULO-DA-SECAO
           END-IF

           ADD 1 TO WS-QTDE-DA-SECAO
           MOVE SRT-TURMA      TO DET-TURMA
           MOVE SRT-NOME       TO DET-NOME
           MOVE SRT-MATRICULA  TO DET-MATRICULA
           MOVE SRT-MATERIA    TO DET-MATERIA
           MOVE SRT-DETALHE    TO DET-DETALHE
           WRITE RPT-LINHA FROM DET-LINHA

           PERFORM P510-RETORNA-SORT
           .
       P520-FIM.


       P530-TITULO-DA-SECAO.
           MOVE SRT-GRUPO TO WS-GRUPO-ANTERIOR
           WRITE RPT-LINHA FROM SPACE
           EVALUATE SRT-GRUPO
                WHEN 1
                     WRITE RPT-LINHA FROM SEC-LINHA-SEM-TURMA
                WHEN 2
                     WRITE RPT-LINHA FROM SEC-LINHA-SEM-STATUS
                WHEN OTHER
                     WRITE RPT-LINHA FROM SEC-LINHA-SEM-FREQ
           END-EVALUATE
           .
       P530-FIM.


       P550-TOTAL-DA-SECAO.
           MOVE WS-QTDE-DA-SECAO TO QBR-QTDE-SECAO
           WRITE RPT-LINHA FROM QBR-LINHA-SECAO
           MOVE 0 TO WS-QTDE-DA-SECAO
           .
       P550-FIM.


      *>************************************************************************
      *> Com qualquer pendencia (ou sem aluno nenhum no ano) o extrato
      *> e recriado vazio - o arquivo so sai inteiro e limpo.
      *>************************************************************************
       P900-ENCERRA.
           MOVE WS-QTDE-ALUNO      TO TOT-ALUNO
           MOVE WS-QTDE-COMPLETO   TO TOT-COMPLETO
           MOVE WS-QTDE-ALUNO-PEND TO TOT-ALUNO-PEND
           MOVE WS-QTDE-SEM-TURMA  TO TOT-SEM-TURMA
           MOVE WS-QTDE-SEM-STATUS TO TOT-SEM-STATUS
           MOVE WS-QTDE-SEM-FREQ   TO TOT-SEM-FREQ
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM TOT-LINHA-1
           WRITE RPT-LINHA FROM TOT-LINHA-2
           WRITE RPT-LINHA FROM TOT-LINHA-3
           WRITE RPT-LINHA FROM TOT-LINHA-4
           WRITE RPT-LINHA FROM TOT-LINHA-5
           WRITE RPT-LINHA FROM TOT-LINHA-6

           IF WS-MODO-EXTRATO
                PERFORM P910-FECHA-EXTRATO
           ELSE
                MOVE 'SO VALIDACAO - EXTRATO NAO SOLICITADO'
                  TO TOT-EXTRATO-TEXTO
                MOVE 0 TO TOT-REGISTROS
           END-IF
           WRITE RPT-LINHA FROM SPACE
           WRITE RPT-LINHA FROM TOT-LINHA-EXTRATO

           CLOSE HISTORY-MASTER STUDENT-ENROLLMENT CENSUS-REPORT
           IF WS-COM-PROMOCAO
                CLOSE PROMOTION-REGISTER
           END-IF
           IF WS-COM-FREQUENCIA
                CLOSE ATTENDANCE-HISTORY
           END-IF

           DISPLAY 'VALIDACAO DO CENSO ' WS-ANO-CENSO
                   ' GRAVADA EM CENSRPT'
           DISPLAY 'ALUNOS DO ANO:        ' WS-QTDE-ALUNO
           DISPLAY 'COMPLETOS:            ' WS-QTDE-COMPLETO
           DISPLAY 'COM PENDENCIA:        ' WS-QTDE-ALUNO-PEND
           DISPLAY TOT-EXTRATO-TEXTO
           STOP RUN
           .
       P900-FIM.


       P910-FECHA-EXTRATO.
           IF WS-QTDE-ALUNO-PEND > 0 OR WS-QTDE-ALUNO = 0
                CLOSE CENSUS-FILE
                OPEN OUTPUT CENSUS-FILE
                CLOSE CENSUS-FILE
                MOVE 'EXTRATO NAO GERADO - ACERTE AS PENDENCIAS'
                  TO TOT-EXTRATO-TEXTO
                MOVE 0 TO TOT-REGISTROS
           ELSE
                MOVE SPACE               TO CEN-REG-FIM
                SET CEN-TIPO-FIM         TO TRUE
                MOVE WS-CODIGO-INEP      TO CEN-FIM-INEP
                MOVE WS-QTDE-ALUNO       TO CEN-FIM-QTDE-ALUNOS
                MOVE WS-QTDE-REG-MATERIA TO CEN-FIM-QTDE-MATERIAS
                ADD 1 TO WS-QTDE-REGISTROS
                MOVE WS-QTDE-REGISTROS   TO CEN-FIM-QTDE-REGISTROS
                WRITE CEN-REG-FIM
                CLOSE CENSUS-FILE
                MOVE 'EXTRATO GERADO NO CENSO - REGISTROS:'
                  TO TOT-EXTRATO-TEXTO
                MOVE WS-QTDE-REGISTROS   TO TOT-REGISTROS
           END-IF
           .
       P910-FIM.

       END PROGRAM PROGM30.
