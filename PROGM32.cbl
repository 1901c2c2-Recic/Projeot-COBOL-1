      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Backup em Geracoes
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Backup de antes da janela noturna: copia
      *                 ALUNOMST, TRANSCPT, CADALUNO, FREQMST e SUBJCAT
      *                 como uma geracao numerada no arquivo de copias
      *                 (BKPDATA, BKPDREC.cpy) e registra a geracao, a
      *                 data/hora da copia e as quantidades de cada
      *                 arquivo no catalogo de backups (BKPCAT,
      *                 BKPCREC.cpy). O catalogo mantem as ultimas N
      *                 geracoes (N no registro de controle, padrao
      *                 WS-MANTER-PADRAO); as mais antigas saem a cada
      *                 geracao nova. O driver (PROGM15) roda este
      *                 passo antes de todos os outros da janela, e a
      *                 recuperacao avante (PROGM16) restaura de uma
      *                 geracao do catalogo e tira dela o ponto de
      *                 corte - antes o backup era feito a mao, sem
      *                 registro, e a hora do corte era digitada de
      *                 memoria. ALUNOMST e TRANSCPT sao obrigatorios;
      *                 os outros tres, se ausentes, entram com zero
      *                 registros e aviso. Modo 2 lista o catalogo e
      *                 modo 3 altera quantas geracoes sao mantidas.
      *                 Termina com GOBACK e RETURN-CODE (0=limpo,
      *                 8=falha) e deixa as contagens no STEPCNT.
      * 15/10/2026  RC  A copia guarda o tamanho de cada registro
      *                 (BKD-TAMANHO) e o historico vai inteiro, ate 361
      *                 posicoes; historico com quantidade de materias
      *                 fora de 1 a 12 faz o backup falhar.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM32.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER
               ASSIGN TO 'ALUNOMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALU-CHAVE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT STUDENT-TRANSCRIPT
               ASSIGN TO 'TRANSCPT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRAN-MATRICULA
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT STUDENT-ENROLLMENT
               ASSIGN TO 'CADALUNO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADA-STATUS.

           SELECT ATTENDANCE-MASTER
               ASSIGN TO 'FREQMST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FRQ-CHAVE
               FILE STATUS IS WS-FREQ-STATUS.

           SELECT SUBJECT-CATALOG
               ASSIGN TO 'SUBJCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUB-MATERIA
               FILE STATUS IS WS-SUBJ-STATUS.

           SELECT BACKUP-CATALOG
               ASSIGN TO 'BKPCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKC-GERACAO
               FILE STATUS IS WS-BKC-STATUS.

           SELECT BACKUP-DATA
               ASSIGN TO 'BKPDATA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKD-CHAVE
               FILE STATUS IS WS-BKD-STATUS.

           SELECT STEP-COUNT
               ASSIGN TO 'STEPCNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER.
           COPY ALUNOREC.

       FD  STUDENT-TRANSCRIPT
           RECORD IS VARYING IN SIZE FROM 75 TO 361 CHARACTERS
               DEPENDING ON TRAN-QTDE-MATERIAS.
           COPY TRANREC.

       FD  STUDENT-ENROLLMENT.
           COPY CADAREC.

       FD  ATTENDANCE-MASTER.
           COPY FREQREC.

       FD  SUBJECT-CATALOG.
           COPY SUBJREC.

       FD  BACKUP-CATALOG.
           COPY BKPCREC.

       FD  BACKUP-DATA.
           COPY BKPDREC.

       FD  STEP-COUNT.
           COPY CNTREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC X(02) VALUE '00'.
       01  WS-TRAN-STATUS           PIC X(02) VALUE '00'.
       01  WS-CADA-STATUS           PIC X(02) VALUE '00'.
       01  WS-FREQ-STATUS           PIC X(02) VALUE '00'.
       01  WS-SUBJ-STATUS           PIC X(02) VALUE '00'.
       01  WS-BKC-STATUS            PIC X(02) VALUE '00'.
       01  WS-BKD-STATUS            PIC X(02) VALUE '00'.
       01  WS-CNT-STATUS            PIC X(02) VALUE '00'.

       01  WS-MODO                  PIC 9(01) VALUE 0.
           88 WS-MODO-GERA              VALUE 1.
           88 WS-MODO-LISTA             VALUE 2.
           88 WS-MODO-MANTER            VALUE 3.

      *>  Geracoes mantidas quando o catalogo ainda nao tem o registro
      *>  de controle (primeiro backup).
       01  WS-MANTER-PADRAO         PIC 9(02) VALUE 7.
       01  WS-MANTER                PIC 9(02) VALUE 0.

       01  WS-GERACAO               PIC 9(05) VALUE 0.
       01  WS-GERACAO-LIMITE        PIC 9(05) VALUE 0.
       01  WS-ARQUIVO               PIC X(08) VALUE SPACE.
       01  WS-SEQ                   PIC 9(07) VALUE 0.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-BKC-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-FIM-CATALOGO           VALUE 'S'.

       01  WS-BKD-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-FIM-COPIAS             VALUE 'S'.

       01  WS-FALHA-SW              PIC X(01) VALUE 'N'.
           88 WS-BACKUP-FALHOU          VALUE 'S'.

       01  WS-ARQUIVOS-SW           PIC X(01) VALUE 'N'.
           88 WS-ARQUIVOS-ABERTOS       VALUE 'S'.

       01  WS-CONTADORES.
           03 WS-QTDE-LIDA          PIC 9(07) VALUE 0.
           03 WS-QTDE-COPIADA       PIC 9(07) VALUE 0.
           03 WS-QTDE-ARQUIVO       PIC 9(07) VALUE 0.
           03 WS-QTDE-EXCLUIDA      PIC 9(05) VALUE 0.

       01  WS-DATA-ED               PIC X(10) VALUE SPACE.
       01  WS-HORA-ED               PIC X(08) VALUE SPACE.

       01  LST-LINHA.
           03 LST-GERACAO            PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 LST-DATA               PIC X(10).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 LST-HORA               PIC X(08).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 LST-SITUACAO           PIC X(10).
           03 LST-ALUNOMST           PIC ZZZZZZ9.
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 LST-TRANSCPT           PIC ZZZZZZ9.
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 LST-CADALUNO           PIC ZZZZZZ9.
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 LST-FREQMST            PIC ZZZZZZ9.
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 LST-SUBJCAT            PIC ZZZZZZ9.

      **************************************************************************
       PROCEDURE DIVISION.

           PERFORM P100-ABRIR THRU P100-FIM.
           EVALUATE TRUE
                WHEN WS-MODO-LISTA
                     PERFORM P600-LISTA-CATALOGO THRU P600-FIM
                WHEN WS-MODO-MANTER
                     PERFORM P700-ALTERA-MANTER THRU P700-FIM
                WHEN OTHER
                     PERFORM P200-GERA-GERACAO THRU P200-FIM
                     IF NOT WS-BACKUP-FALHOU
                          PERFORM P500-EXCLUI-ANTIGAS THRU P500-FIM
                     END-IF
           END-EVALUATE
           PERFORM P900-ENCERRA.
      *>************************************************************************
      *> Catalogo e arquivo de copias sao criados no primeiro uso; o
      *> registro de controle (geracao 00000) tambem.
      *>************************************************************************
       P100-ABRIR.
           DISPLAY 'BACKUP: 1=GERAR GERACAO  2=LISTAR CATALOGO  '
                   '3=GERACOES MANTIDAS'
           ACCEPT WS-MODO
           IF NOT WS-MODO-GERA AND NOT WS-MODO-LISTA
              AND NOT WS-MODO-MANTER
                DISPLAY 'OPCAO INVALIDA'
                MOVE 8 TO RETURN-CODE
                GOBACK
           END-IF

           OPEN I-O BACKUP-CATALOG
           IF WS-BKC-STATUS = '35'
                OPEN OUTPUT BACKUP-CATALOG
                CLOSE BACKUP-CATALOG
                OPEN I-O BACKUP-CATALOG
           END-IF
           IF WS-BKC-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CATALOGO DE BACKUP'
                MOVE 8 TO RETURN-CODE
                GOBACK
           END-IF

           OPEN I-O BACKUP-DATA
           IF WS-BKD-STATUS = '35'
                OPEN OUTPUT BACKUP-DATA
                CLOSE BACKUP-DATA
                OPEN I-O BACKUP-DATA
           END-IF
           IF WS-BKD-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO DE COPIAS'
                CLOSE BACKUP-CATALOG
                MOVE 8 TO RETURN-CODE
                GOBACK
           END-IF
           MOVE 'S' TO WS-ARQUIVOS-SW

           MOVE 0 TO BKC-CTL-GERACAO
           READ BACKUP-CATALOG
                INVALID KEY
                     MOVE SPACE            TO BKC-CTL-REC
                     MOVE 0                TO BKC-CTL-GERACAO
                     MOVE 0                TO BKC-CTL-ULTIMA
                     MOVE WS-MANTER-PADRAO TO BKC-CTL-MANTER
                     WRITE BKC-CTL-REC
                          INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR O CONTROLE '
                                       'DO CATALOGO'
                               MOVE 'S' TO WS-FALHA-SW
                     END-WRITE
           END-READ
           MOVE BKC-CTL-MANTER TO WS-MANTER
           .
       P100-FIM.


      *>************************************************************************
      *> Uma geracao: o numero e reservado no controle antes da copia,
      *> e a linha do catalogo entra INCOMPLETA e so vira COMPLETA
      *> depois do ultimo arquivo. A data/hora gravada e a do inicio
      *> da copia - com a janela ainda parada, e o ponto de corte.
      *>************************************************************************
       P200-GERA-GERACAO.
           IF WS-BACKUP-FALHOU
                GO TO P200-FIM
           END-IF

           ADD 1 TO BKC-CTL-ULTIMA
           MOVE BKC-CTL-ULTIMA TO WS-GERACAO
           REWRITE BKC-CTL-REC
                INVALID KEY
                     DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DO CATALOGO'
                     MOVE 'S' TO WS-FALHA-SW
                     GO TO P200-FIM
           END-REWRITE

           MOVE SPACE      TO BKC-REC
           MOVE WS-GERACAO TO BKC-GERACAO
           ACCEPT BKC-DATA FROM DATE YYYYMMDD
           ACCEPT BKC-HORA FROM TIME
           SET BKC-INCOMPLETA TO TRUE
           MOVE 0 TO BKC-QTDE-ALUNOMST BKC-QTDE-TRANSCPT
                     BKC-QTDE-CADALUNO BKC-QTDE-FREQMST
                     BKC-QTDE-SUBJCAT
           WRITE BKC-REC
                INVALID KEY
                     DISPLAY 'GERACAO ' WS-GERACAO
                             ' JA EXISTE NO CATALOGO'
                     MOVE 'S' TO WS-FALHA-SW
                     GO TO P200-FIM
           END-WRITE
           DISPLAY 'GERANDO A GERACAO DE BACKUP ' WS-GERACAO

           PERFORM P300-COPIA-MESTRE THRU P300-FIM
           IF WS-BACKUP-FALHOU
                GO TO P200-FIM
           END-IF
           MOVE WS-QTDE-ARQUIVO TO BKC-QTDE-ALUNOMST

           PERFORM P310-COPIA-TRANSCRICAO THRU P310-FIM
           IF WS-BACKUP-FALHOU
                GO TO P200-FIM
           END-IF
           MOVE WS-QTDE-ARQUIVO TO BKC-QTDE-TRANSCPT

           PERFORM P320-COPIA-CADASTRO THRU P320-FIM
           IF WS-BACKUP-FALHOU
                GO TO P200-FIM
           END-IF
           MOVE WS-QTDE-ARQUIVO TO BKC-QTDE-CADALUNO

           PERFORM P330-COPIA-FREQUENCIA THRU P330-FIM
           IF WS-BACKUP-FALHOU
                GO TO P200-FIM
           END-IF
           MOVE WS-QTDE-ARQUIVO TO BKC-QTDE-FREQMST

           PERFORM P340-COPIA-CATALOGO THRU P340-FIM
           IF WS-BACKUP-FALHOU
                GO TO P200-FIM
           END-IF
           MOVE WS-QTDE-ARQUIVO TO BKC-QTDE-SUBJCAT

           SET BKC-COMPLETA TO TRUE
           REWRITE BKC-REC
                INVALID KEY
                     DISPLAY 'ERRO AO FECHAR A GERACAO ' WS-GERACAO
                             ' NO CATALOGO'
                     MOVE 'S' TO WS-FALHA-SW
           END-REWRITE
           .
       P200-FIM.


      *>************************************************************************
      *> Copia de cada arquivo, na ordem da chave. Mestre e transcricao
      *> sao obrigatorios - sem eles a recuperacao avante nao tem de
      *> onde partir; os outros tres, ausentes, entram com zero.
      *>************************************************************************
       P300-COPIA-MESTRE.
           MOVE 'ALUNOMST' TO WS-ARQUIVO
           PERFORM P390-INICIA-ARQUIVO
           OPEN INPUT ALUNO-MASTER
           IF WS-MASTER-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO MESTRE'
                MOVE 'S' TO WS-FALHA-SW
                GO TO P300-FIM
           END-IF
           PERFORM P301-COPIA-ALUNO THRU P301-FIM
                   UNTIL WS-FIM-ARQUIVO OR WS-BACKUP-FALHOU
           CLOSE ALUNO-MASTER
           .
       P300-FIM.


       P301-COPIA-ALUNO.
           READ ALUNO-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
                     GO TO P301-FIM
           END-READ
           MOVE ALUNO-REC TO BKD-DADOS
           MOVE LENGTH OF ALUNO-REC TO BKD-TAMANHO
           PERFORM P395-GRAVA-COPIA
           .
       P301-FIM.


       P310-COPIA-TRANSCRICAO.
           MOVE 'TRANSCPT' TO WS-ARQUIVO
           PERFORM P390-INICIA-ARQUIVO
           OPEN INPUT STUDENT-TRANSCRIPT
           IF WS-TRAN-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR A TRANSCRICAO'
                MOVE 'S' TO WS-FALHA-SW
                GO TO P310-FIM
           END-IF
           PERFORM P311-COPIA-TRANSCRICAO THRU P311-FIM
                   UNTIL WS-FIM-ARQUIVO OR WS-BACKUP-FALHOU
           CLOSE STUDENT-TRANSCRIPT
           .
       P310-FIM.


       P311-COPIA-TRANSCRICAO.
           READ STUDENT-TRANSCRIPT NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
                     GO TO P311-FIM
           END-READ
      *>   O historico tem tamanho variavel: vai inteiro, com o
      *>   tamanho da quantidade de materias que tem.
           IF TRAN-QTDE-MATERIAS < 1 OR TRAN-QTDE-MATERIAS > 12
                DISPLAY 'HISTORICO ' TRAN-MATRICULA
                        ' COM QUANTIDADE DE MATERIAS INVALIDA'
                MOVE 'S' TO WS-FALHA-SW
                GO TO P311-FIM
           END-IF
           MOVE SPACE    TO BKD-DADOS
           MOVE TRAN-REC TO BKD-DADOS
           MOVE LENGTH OF TRAN-REC TO BKD-TAMANHO
           PERFORM P395-GRAVA-COPIA
           .
       P311-FIM.


       P320-COPIA-CADASTRO.
           MOVE 'CADALUNO' TO WS-ARQUIVO
           PERFORM P390-INICIA-ARQUIVO
           OPEN INPUT STUDENT-ENROLLMENT
           IF WS-CADA-STATUS NOT = '00'
                DISPLAY 'AVISO: CADASTRO DE ALUNOS AUSENTE - '
                        'GERACAO SEM CADALUNO'
                GO TO P320-FIM
           END-IF
           PERFORM P321-COPIA-CADASTRO THRU P321-FIM
                   UNTIL WS-FIM-ARQUIVO OR WS-BACKUP-FALHOU
           CLOSE STUDENT-ENROLLMENT
           .
       P320-FIM.


       P321-COPIA-CADASTRO.
           READ STUDENT-ENROLLMENT NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
                     GO TO P321-FIM
           END-READ
           MOVE CAD-REC TO BKD-DADOS
           MOVE LENGTH OF CAD-REC TO BKD-TAMANHO
           PERFORM P395-GRAVA-COPIA
           .
       P321-FIM.


       P330-COPIA-FREQUENCIA.
           MOVE 'FREQMST' TO WS-ARQUIVO
           PERFORM P390-INICIA-ARQUIVO
           OPEN INPUT ATTENDANCE-MASTER
           IF WS-FREQ-STATUS NOT = '00'
                DISPLAY 'AVISO: FREQUENCIA AUSENTE - '
                        'GERACAO SEM FREQMST'
                GO TO P330-FIM
           END-IF
           PERFORM P331-COPIA-FREQUENCIA THRU P331-FIM
                   UNTIL WS-FIM-ARQUIVO OR WS-BACKUP-FALHOU
           CLOSE ATTENDANCE-MASTER
           .
       P330-FIM.


       P331-COPIA-FREQUENCIA.
           READ ATTENDANCE-MASTER NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
                     GO TO P331-FIM
           END-READ
           MOVE FRQ-REC TO BKD-DADOS
           MOVE LENGTH OF FRQ-REC TO BKD-TAMANHO
           PERFORM P395-GRAVA-COPIA
           .
       P331-FIM.


       P340-COPIA-CATALOGO.
           MOVE 'SUBJCAT' TO WS-ARQUIVO
           PERFORM P390-INICIA-ARQUIVO
           OPEN INPUT SUBJECT-CATALOG
           IF WS-SUBJ-STATUS NOT = '00'
                DISPLAY 'AVISO: CATALOGO DE MATERIAS AUSENTE - '
                        'GERACAO SEM SUBJCAT'
                GO TO P340-FIM
           END-IF
           PERFORM P341-COPIA-MATERIA THRU P341-FIM
                   UNTIL WS-FIM-ARQUIVO OR WS-BACKUP-FALHOU
           CLOSE SUBJECT-CATALOG
           .
       P340-FIM.


       P341-COPIA-MATERIA.
           READ SUBJECT-CATALOG NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
                     GO TO P341-FIM
           END-READ
           MOVE SUBJ-REC TO BKD-DADOS
           MOVE LENGTH OF SUBJ-REC TO BKD-TAMANHO
           PERFORM P395-GRAVA-COPIA
           .
       P341-FIM.


       P390-INICIA-ARQUIVO.
           MOVE 'N' TO WS-EOF-SW
           MOVE 0   TO WS-SEQ
           MOVE 0   TO WS-QTDE-ARQUIVO
           .
       P390-FIM.


       P395-GRAVA-COPIA.
           ADD 1 TO WS-QTDE-LIDA
           ADD 1 TO WS-SEQ
           MOVE WS-GERACAO TO BKD-GERACAO
           MOVE WS-ARQUIVO TO BKD-ARQUIVO
           MOVE WS-SEQ     TO BKD-SEQ
           WRITE BKD-REC
                INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR A COPIA DE ' WS-ARQUIVO
                             ' - STATUS ' WS-BKD-STATUS
                     MOVE 'S' TO WS-FALHA-SW
                NOT INVALID KEY
                     ADD 1 TO WS-QTDE-COPIADA
                     ADD 1 TO WS-QTDE-ARQUIVO
           END-WRITE
           .
       P395-FIM.


      *>************************************************************************
      *> Ficam as ultimas WS-MANTER geracoes (contando a que acabou de
      *> ser gerada); as anteriores saem do catalogo e do arquivo de
      *> copias, completas ou nao.
      *>************************************************************************
       P500-EXCLUI-ANTIGAS.
           IF WS-GERACAO NOT > WS-MANTER
                GO TO P500-FIM
           END-IF
           COMPUTE WS-GERACAO-LIMITE = WS-GERACAO - WS-MANTER

           MOVE 1 TO BKC-GERACAO
           START BACKUP-CATALOG KEY NOT LESS BKC-GERACAO
                INVALID KEY
                     GO TO P500-FIM
           END-START

           MOVE 'N' TO WS-BKC-EOF-SW
           PERFORM P510-EXCLUI-GERACAO THRU P510-FIM
                   UNTIL WS-FIM-CATALOGO

           IF WS-QTDE-EXCLUIDA > 0
                DISPLAY 'GERACOES ANTIGAS EXCLUIDAS: ' WS-QTDE-EXCLUIDA
           END-IF
           .
       P500-FIM.


       P510-EXCLUI-GERACAO.
           READ BACKUP-CATALOG NEXT RECORD
                AT END
                     MOVE 'S' TO WS-BKC-EOF-SW
                     GO TO P510-FIM
           END-READ
           IF BKC-GERACAO > WS-GERACAO-LIMITE
                MOVE 'S' TO WS-BKC-EOF-SW
                GO TO P510-FIM
           END-IF

           MOVE BKC-GERACAO TO BKD-GERACAO
           MOVE LOW-VALUE   TO BKD-ARQUIVO
           MOVE 0           TO BKD-SEQ
           MOVE 'N'         TO WS-BKD-EOF-SW
           START BACKUP-DATA KEY NOT LESS BKD-CHAVE
                INVALID KEY
                     MOVE 'S' TO WS-BKD-EOF-SW
           END-START
           PERFORM P520-EXCLUI-COPIA THRU P520-FIM
                   UNTIL WS-FIM-COPIAS

           DELETE BACKUP-CATALOG RECORD
                INVALID KEY
                     DISPLAY 'ERRO AO EXCLUIR A GERACAO ' BKC-GERACAO
                NOT INVALID KEY
                     ADD 1 TO WS-QTDE-EXCLUIDA
           END-DELETE
           .
       P510-FIM.


       P520-EXCLUI-COPIA.
           READ BACKUP-DATA NEXT RECORD
                AT END
                     MOVE 'S' TO WS-BKD-EOF-SW
                     GO TO P520-FIM
           END-READ
           IF BKD-GERACAO NOT = BKC-GERACAO
                MOVE 'S' TO WS-BKD-EOF-SW
                GO TO P520-FIM
           END-IF
           DELETE BACKUP-DATA RECORD
                INVALID KEY
                     DISPLAY 'ERRO AO EXCLUIR COPIA DA GERACAO '
                             BKD-GERACAO
           END-DELETE
           .
       P520-FIM.


      *>************************************************************************
      *> Lista do catalogo, da geracao mais antiga para a mais nova.
      *>************************************************************************
       P600-LISTA-CATALOGO.
           DISPLAY 'GERACOES MANTIDAS: ' WS-MANTER
                   '   ULTIMA GERACAO: ' BKC-CTL-ULTIMA
           DISPLAY 'GERACAO  DATA       HORA     SITUACAO   '
                   'ALUNOMST TRANSCPT CADALUNO  FREQMST  SUBJCAT'

           MOVE 1 TO BKC-GERACAO
           START BACKUP-CATALOG KEY NOT LESS BKC-GERACAO
                INVALID KEY
                     DISPLAY 'CATALOGO SEM GERACOES'
                     GO TO P600-FIM
           END-START

           MOVE 'N' TO WS-BKC-EOF-SW
           PERFORM P610-MOSTRA-GERACAO THRU P610-FIM
                   UNTIL WS-FIM-CATALOGO
           .
       P600-FIM.


       P610-MOSTRA-GERACAO.
           READ BACKUP-CATALOG NEXT RECORD
                AT END
                     MOVE 'S' TO WS-BKC-EOF-SW
                     GO TO P610-FIM
           END-READ

           MOVE SPACE TO WS-DATA-ED WS-HORA-ED
           STRING BKC-DATA (7:2) '/' BKC-DATA (5:2) '/'
                  BKC-DATA (1:4)
                  DELIMITED BY SIZE INTO WS-DATA-ED
           END-STRING
           STRING BKC-HORA (1:2) ':' BKC-HORA (3:2) ':'
                  BKC-HORA (5:2)
                  DELIMITED BY SIZE INTO WS-HORA-ED
           END-STRING

           MOVE BKC-GERACAO TO LST-GERACAO
           MOVE WS-DATA-ED  TO LST-DATA
           MOVE WS-HORA-ED  TO LST-HORA
           IF BKC-COMPLETA
                MOVE 'COMPLETA'   TO LST-SITUACAO
           ELSE
                MOVE 'INCOMPLETA' TO LST-SITUACAO
           END-IF
           MOVE BKC-QTDE-ALUNOMST TO LST-ALUNOMST
           MOVE BKC-QTDE-TRANSCPT TO LST-TRANSCPT
           MOVE BKC-QTDE-CADALUNO TO LST-CADALUNO
           MOVE BKC-QTDE-FREQMST  TO LST-FREQMST
           MOVE BKC-QTDE-SUBJCAT  TO LST-SUBJCAT
           DISPLAY LST-LINHA
           .
       P610-FIM.


      *>************************************************************************
      *> Quantas geracoes o catalogo mantem. Reduzir nao exclui nada na
      *> hora: as excedentes saem no proximo backup.
      *>************************************************************************
       P700-ALTERA-MANTER.
           DISPLAY 'GERACOES MANTIDAS HOJE: ' WS-MANTER
           DISPLAY 'INFORME QUANTAS GERACOES MANTER (01 A 99): '
           ACCEPT WS-MANTER
           IF WS-MANTER = 0
                DISPLAY 'QUANTIDADE INVALIDA - NADA ALTERADO'
                GO TO P700-FIM
           END-IF

           MOVE WS-MANTER TO BKC-CTL-MANTER
           REWRITE BKC-CTL-REC
                INVALID KEY
                     DISPLAY 'ERRO AO ATUALIZAR O CONTROLE DO CATALOGO'
                     MOVE 'S' TO WS-FALHA-SW
                NOT INVALID KEY
                     DISPLAY 'GERACOES MANTIDAS ALTERADAS PARA '
                             WS-MANTER
           END-REWRITE
           .
       P700-FIM.


       P900-ENCERRA.
           IF WS-ARQUIVOS-ABERTOS
                CLOSE BACKUP-CATALOG BACKUP-DATA
           END-IF

           IF WS-MODO-GERA
                PERFORM P920-GRAVA-CONTAGEM
                IF WS-BACKUP-FALHOU
                     DISPLAY 'BACKUP FALHOU - GERACAO ' WS-GERACAO
                             ' FICA INCOMPLETA NO CATALOGO'
                ELSE
                     DISPLAY 'BACKUP CONCLUIDO - GERACAO ' WS-GERACAO
                     DISPLAY 'REGISTROS COPIADOS: ' WS-QTDE-COPIADA
                END-IF
           END-IF

           IF WS-BACKUP-FALHOU
                MOVE 8 TO RETURN-CODE
           ELSE
                MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK
           .
       P900-FIM.


      *>************************************************************************
      *> Contagens do passo: lidos dos cinco arquivos / copiados.
      *>************************************************************************
       P920-GRAVA-CONTAGEM.
           OPEN OUTPUT STEP-COUNT
           IF WS-CNT-STATUS = '00'
                MOVE 'PROGM32'       TO CNT-PROGRAMA
                MOVE WS-QTDE-LIDA    TO CNT-QTDE-ENTRADA
                MOVE WS-QTDE-COPIADA TO CNT-QTDE-SAIDA
                MOVE 0               TO CNT-QTDE-DESVIO
                WRITE CNT-REC
                CLOSE STEP-COUNT
           END-IF
           .
       P920-FIM.

       END PROGRAM PROGM32.
