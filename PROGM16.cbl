      *                 vem do cadastro de alunos (CADALUNO); sem o
      *                 cadastro entra a marca ALUNO RECUPERADO, a
      *                 corrigir depois pela propria carga do cadastro.
      * 15/10/2026  RC  O sign-on passa o nome do programa a PROGM2S
      *                 (SGN-PROGRAMA) para o log de sign-on.
      * 15/10/2026  RC  Ponto de corte tirado do catalogo de backups
      *                 (BKPCAT, gravado pelo PROGM32 antes de cada
      *                 janela) em vez de digitado: o supervisor escolhe
      *                 uma geracao COMPLETA da lista e a data/hora dela
      *                 vira o corte. Pode restaurar ALUNOMST e
      *                 TRANSCPT da geracao escolhida (arquivo de copias
      *                 BKPDATA) antes de reaplicar - a restauracao
      *                 confere as quantidades com o catalogo e para se
      *                 nao bater - ou so reaplicar, quando os dois ja
      *                 foram restaurados dessa geracao.
      * 15/10/2026  RC  O historico volta da copia com o tamanho
      *                 gravado (BKD-TAMANHO) e so e regravado se a
      *                 quantidade de materias bater com esse tamanho;
      *                 antes a copia cortava o registro em 100
      *                 posicoes e perdia as materias acima da segunda.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM16.
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADA-STATUS.

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

           SELECT RECOVERY-REPORT
               ASSIGN TO 'RECVRPT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  STUDENT-ENROLLMENT.
           COPY CADAREC.

       FD  BACKUP-CATALOG.
           COPY BKPCREC.

       FD  BACKUP-DATA.
           COPY BKPDREC.

       FD  ALUNO-MASTER.
           COPY ALUNOREC.

       FD  STUDENT-TRANSCRIPT
           RECORD IS VARYING IN SIZE FROM 75 TO 361 CHARACTERS
               DEPENDING ON TRAN-QTDE-MATERIAS.
           COPY TRANREC.

       FD  RECOVERY-REPORT.
       01  RPT-LINHA                PIC X(90).

       01  WS-LOG-STATUS            PIC X(02) VALUE '00'.
       01  WS-CADA-STATUS           PIC X(02) VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02) VALUE '00'.
       01  WS-BKC-STATUS            PIC X(02) VALUE '00'.
       01  WS-BKD-STATUS            PIC X(02) VALUE '00'.
       01  WS-MASTER-STATUS         PIC X(02) VALUE '00'.
       01  WS-TRAN-STATUS           PIC X(02) VALUE '00'.

       01  WS-BKC-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-FIM-CATALOGO           VALUE 'S'.

       01  WS-BKD-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-FIM-COPIAS             VALUE 'S'.

       01  WS-LOG-EOF-SW            PIC X(01) VALUE 'N'.
           88 WS-FIM-LOG                VALUE 'S'.

       01  WS-RESP                  PIC 9(01) VALUE 0.

      *>  Geracao do backup escolhida no catalogo e o que ela diz ter
      *>  de mestre e transcricao - a restauracao tem de bater.
       01  WS-GERACAO               PIC 9(05) VALUE 0.
       01  WS-QTDE-GERACOES         PIC 9(05) VALUE 0.
       01  WS-ARQUIVO               PIC X(08) VALUE SPACE.
       01  WS-ESPERADO-MESTRE       PIC 9(07) VALUE 0.
       01  WS-ESPERADO-TRANSC       PIC 9(07) VALUE 0.
       01  WS-QTDE-RESTAURADA       PIC 9(07) VALUE 0.
       01  WS-QTDE-ERRO-REST        PIC 9(07) VALUE 0.

       01  WS-RESTAURA              PIC 9(01) VALUE 0.
           88 WS-RESTAURA-E-REAPLICA    VALUE 1.
           88 WS-SO-REAPLICA            VALUE 2.

       01  WS-DATA-ED               PIC X(10) VALUE SPACE.
       01  WS-HORA-ED               PIC X(08) VALUE SPACE.

       01  LST-LINHA.
           03 LST-GERACAO            PIC ZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 LST-DATA               PIC X(10).
           03 FILLER                 PIC X(01) VALUE SPACE.
           03 LST-HORA               PIC X(08).
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 LST-ALUNOMST           PIC ZZZZZZ9.
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 LST-TRANSCPT           PIC ZZZZZZ9.

       01  WS-CONTADORES.
           03 WS-QTDE-LIDA          PIC 9(06) VALUE 0.
           03 WS-QTDE-ANTERIOR      PIC 9(06) VALUE 0.
           03 CAB-DATA         PIC 9(08).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 CAB-HORA         PIC 9(06).
           03 FILLER           PIC X(09) VALUE ' GERACAO '.
           03 CAB-GERACAO      PIC 9(05).

       01  CAB-LINHA-2.
           03 FILLER                PIC X(09) VALUE 'DATA'.
           PERFORM P900-ENCERRA.
      *>************************************************************************
      *> O ponto de corte e a data/hora do backup restaurado: tudo que
      *> o log registrou depois dele e reaplicado. A data/hora vem do
      *> catalogo, da geracao escolhida - nao mais do teclado. A
      *> confirmacao e pedida antes de encostar no mestre - rodar com o
      *> corte errado reaplicaria (ou deixaria de reaplicar) dias
      *> inteiros.
      *>************************************************************************
       P100-ABRIR.
           DISPLAY 'INFORME O ID DO OPERADOR: '

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM16'   TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL
                STOP RUN
           END-IF

           PERFORM P150-ESCOLHE-GERACAO THRU P150-FIM

           DISPLAY '1=RESTAURAR ALUNOMST E TRANSCPT DA GERACAO E '
                   'REAPLICAR O LOG'
           DISPLAY '2=SO REAPLICAR (OS DOIS JA RESTAURADOS DESTA '
                   'GERACAO)'
           ACCEPT WS-RESTAURA
           IF NOT WS-RESTAURA-E-REAPLICA AND NOT WS-SO-REAPLICA
                DISPLAY 'OPCAO INVALIDA'
                STOP RUN
           END-IF

           IF WS-RESTAURA-E-REAPLICA
                DISPLAY 'ALUNOMST E TRANSCPT SERAO SUBSTITUIDOS PELA '
                        'GERACAO ' WS-GERACAO
           ELSE
                DISPLAY 'ALUNOMST E TRANSCPT RESTAURADOS DA GERACAO '
                        WS-GERACAO ' ?'
           END-IF
           DISPLAY 'CORTE EM ' WS-DATA-CORTE ' ' WS-HORA-CORTE-DIG
           DISPLAY 'CONFIRMA A RECUPERACAO AVANTE? (1=SIM/2=NAO)'
           ACCEPT WS-RESP
           IF WS-RESP NOT = 1
                STOP RUN
           END-IF

           IF WS-RESTAURA-E-REAPLICA
                PERFORM P160-RESTAURA THRU P160-FIM
           END-IF

           OPEN INPUT TRANSACTION-LOG
           IF WS-LOG-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O LOG DE AUDITORIA'
           OPEN OUTPUT RECOVERY-REPORT
           MOVE WS-DATA-CORTE     TO CAB-DATA
           MOVE WS-HORA-CORTE-DIG TO CAB-HORA
           MOVE WS-GERACAO        TO CAB-GERACAO
           WRITE RPT-LINHA FROM CAB-LINHA-1
           WRITE RPT-LINHA FROM CAB-LINHA-2

       P110-FIM.


      *>************************************************************************
      *> Lista as geracoes COMPLETAS do catalogo e le a escolhida. A
      *> hora gravada pelo backup ja vem com centesimos, como a do
      *> log.
      *>************************************************************************
       P150-ESCOLHE-GERACAO.
           OPEN INPUT BACKUP-CATALOG
           IF WS-BKC-STATUS NOT = '00'
                DISPLAY 'CATALOGO DE BACKUP INDISPONIVEL - SEM '
                        'GERACAO PARA O CORTE'
                STOP RUN
           END-IF

           DISPLAY 'GERACOES DE BACKUP COMPLETAS:'
           DISPLAY 'GERACAO  DATA       HORA      ALUNOMST  TRANSCPT'
           MOVE 1 TO BKC-GERACAO
           START BACKUP-CATALOG KEY NOT LESS BKC-GERACAO
                INVALID KEY
                     MOVE 'S' TO WS-BKC-EOF-SW
           END-START
           PERFORM P151-MOSTRA-GERACAO THRU P151-FIM
                   UNTIL WS-FIM-CATALOGO
           IF WS-QTDE-GERACOES = 0
                DISPLAY 'NENHUMA GERACAO COMPLETA NO CATALOGO'
                CLOSE BACKUP-CATALOG
                STOP RUN
           END-IF

           DISPLAY 'INFORME A GERACAO A RESTAURAR: '
           ACCEPT WS-GERACAO
           MOVE WS-GERACAO TO BKC-GERACAO
           IF WS-GERACAO = 0
                DISPLAY 'GERACAO INVALIDA'
                CLOSE BACKUP-CATALOG
                STOP RUN
           END-IF
           READ BACKUP-CATALOG
                INVALID KEY
                     DISPLAY 'GERACAO ' WS-GERACAO
                             ' NAO ESTA NO CATALOGO'
                     CLOSE BACKUP-CATALOG
                     STOP RUN
           END-READ
           IF NOT BKC-COMPLETA
                DISPLAY 'GERACAO ' WS-GERACAO
                        ' INCOMPLETA - NAO PODE SER RESTAURADA'
                CLOSE BACKUP-CATALOG
                STOP RUN
           END-IF

           MOVE BKC-DATA          TO WS-DATA-CORTE
           MOVE BKC-HORA          TO WS-HORA-CORTE
           MOVE BKC-HORA (1:6)    TO WS-HORA-CORTE-DIG
           MOVE BKC-QTDE-ALUNOMST TO WS-ESPERADO-MESTRE
           MOVE BKC-QTDE-TRANSCPT TO WS-ESPERADO-TRANSC
           CLOSE BACKUP-CATALOG
           .
       P150-FIM.


       P151-MOSTRA-GERACAO.
           READ BACKUP-CATALOG NEXT RECORD
                AT END
                     MOVE 'S' TO WS-BKC-EOF-SW
                     GO TO P151-FIM
           END-READ
           IF NOT BKC-COMPLETA
                GO TO P151-FIM
           END-IF

           ADD 1 TO WS-QTDE-GERACOES
           MOVE SPACE TO WS-DATA-ED WS-HORA-ED
           STRING BKC-DATA (7:2) '/' BKC-DATA (5:2) '/'
                  BKC-DATA (1:4)
                  DELIMITED BY SIZE INTO WS-DATA-ED
           END-STRING
           STRING BKC-HORA (1:2) ':' BKC-HORA (3:2) ':'
                  BKC-HORA (5:2)
                  DELIMITED BY SIZE INTO WS-HORA-ED
           END-STRING
           MOVE BKC-GERACAO       TO LST-GERACAO
           MOVE WS-DATA-ED        TO LST-DATA
           MOVE WS-HORA-ED        TO LST-HORA
           MOVE BKC-QTDE-ALUNOMST TO LST-ALUNOMST
           MOVE BKC-QTDE-TRANSCPT TO LST-TRANSCPT
           DISPLAY LST-LINHA
           .
       P151-FIM.


      *>************************************************************************
      *> Restauracao do mestre e da transcricao a partir da geracao:
      *> os registros foram copiados na ordem da chave, e e nessa ordem
      *> que voltam. Quantidade diferente da do catalogo para tudo -
      *> reaplicar o log sobre arquivo pela metade estragaria o mestre.
      *>************************************************************************
       P160-RESTAURA.
           OPEN INPUT BACKUP-DATA
           IF WS-BKD-STATUS NOT = '00'
                DISPLAY 'ARQUIVO DE COPIAS DO BACKUP INDISPONIVEL'
                STOP RUN
           END-IF

           OPEN OUTPUT ALUNO-MASTER
           IF WS-MASTER-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL RECRIAR O ARQUIVO MESTRE'
                STOP RUN
           END-IF
           MOVE 'ALUNOMST' TO WS-ARQUIVO
           PERFORM P165-POSICIONA-COPIAS
           PERFORM P161-RESTAURA-ALUNO THRU P161-FIM
                   UNTIL WS-FIM-COPIAS
           CLOSE ALUNO-MASTER
           DISPLAY 'ALUNOMST RESTAURADO: ' WS-QTDE-RESTAURADA
                   ' REGISTROS'
           IF WS-QTDE-RESTAURADA NOT = WS-ESPERADO-MESTRE
              OR WS-QTDE-ERRO-REST > 0
                PERFORM P166-NAO-CONFERE
           END-IF

           OPEN OUTPUT STUDENT-TRANSCRIPT
           IF WS-TRAN-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL RECRIAR A TRANSCRICAO'
                STOP RUN
           END-IF
           MOVE 'TRANSCPT' TO WS-ARQUIVO
           PERFORM P165-POSICIONA-COPIAS
           PERFORM P162-RESTAURA-TRANSCRICAO THRU P162-FIM
                   UNTIL WS-FIM-COPIAS
           CLOSE STUDENT-TRANSCRIPT
           DISPLAY 'TRANSCPT RESTAURADO: ' WS-QTDE-RESTAURADA
                   ' REGISTROS'
           IF WS-QTDE-RESTAURADA NOT = WS-ESPERADO-TRANSC
              OR WS-QTDE-ERRO-REST > 0
                PERFORM P166-NAO-CONFERE
           END-IF

           CLOSE BACKUP-DATA
           .
       P160-FIM.


       P161-RESTAURA-ALUNO.
           READ BACKUP-DATA NEXT RECORD
                AT END
                     MOVE 'S' TO WS-BKD-EOF-SW
                     GO TO P161-FIM
           END-READ
           IF BKD-GERACAO NOT = WS-GERACAO
              OR BKD-ARQUIVO NOT = WS-ARQUIVO
                MOVE 'S' TO WS-BKD-EOF-SW
                GO TO P161-FIM
           END-IF

           MOVE BKD-DADOS (1:BKD-TAMANHO) TO ALUNO-REC
           WRITE ALUNO-REC
                INVALID KEY
                     ADD 1 TO WS-QTDE-ERRO-REST
                NOT INVALID KEY
                     ADD 1 TO WS-QTDE-RESTAURADA
           END-WRITE
           .
       P161-FIM.


       P162-RESTAURA-TRANSCRICAO.
           READ BACKUP-DATA NEXT RECORD
                AT END
                     MOVE 'S' TO WS-BKD-EOF-SW
                     GO TO P162-FIM
           END-READ
           IF BKD-GERACAO NOT = WS-GERACAO
              OR BKD-ARQUIVO NOT = WS-ARQUIVO
                MOVE 'S' TO WS-BKD-EOF-SW
                GO TO P162-FIM
           END-IF

      *>   O historico volta com o tamanho que foi copiado; a
      *>   quantidade de materias vem junto e tem de bater com ele.
           MOVE 12 TO TRAN-QTDE-MATERIAS
           MOVE BKD-DADOS (1:BKD-TAMANHO) TO TRAN-REC
           IF TRAN-QTDE-MATERIAS < 1 OR TRAN-QTDE-MATERIAS > 12
              OR LENGTH OF TRAN-REC NOT = BKD-TAMANHO
                DISPLAY 'COPIA DO HISTORICO ' TRAN-MATRICULA
                        ' COM TAMANHO INVALIDO'
                ADD 1 TO WS-QTDE-ERRO-REST
                GO TO P162-FIM
           END-IF
           WRITE TRAN-REC
                INVALID KEY
                     ADD 1 TO WS-QTDE-ERRO-REST
                NOT INVALID KEY
                     ADD 1 TO WS-QTDE-RESTAURADA
           END-WRITE
           .
       P162-FIM.


       P165-POSICIONA-COPIAS.
           MOVE 0   TO WS-QTDE-RESTAURADA
           MOVE 0   TO WS-QTDE-ERRO-REST
           MOVE 'N' TO WS-BKD-EOF-SW
           MOVE WS-GERACAO TO BKD-GERACAO
           MOVE WS-ARQUIVO TO BKD-ARQUIVO
           MOVE 0          TO BKD-SEQ
           START BACKUP-DATA KEY NOT LESS BKD-CHAVE
                INVALID KEY
                     MOVE 'S' TO WS-BKD-EOF-SW
           END-START
           .
       P165-FIM.


       P166-NAO-CONFERE.
           DISPLAY 'RESTAURACAO DE ' WS-ARQUIVO
                   ' NAO CONFERE COM O CATALOGO'
           DISPLAY 'REGISTROS COM ERRO: ' WS-QTDE-ERRO-REST
           DISPLAY 'RECUPERACAO INTERROMPIDA - NADA FOI REAPLICADO'
           CLOSE BACKUP-DATA
           STOP RUN
           .
       P166-FIM.


      *>************************************************************************
      *> O log so recebe WRITE em EXTEND, entao a ordem do arquivo ja e
      *> a ordem cronologica - basta pular o que e anterior ao corte e
                WHEN 'RECUP'
                     SET PRM-MODO-RECUPERACAO TO TRUE
                     MOVE LOG-NOTA-RECUP TO PRM-NOTA-RECUP
                WHEN 'CONSELHO'
                     SET PRM-MODO-CONSELHO TO TRUE
                WHEN 'TRANSF-EXT'
                     SET PRM-MODO-TRANSF-EXT TO TRUE
                     MOVE LOG-N1 TO PRM-N1
                WHEN PRM-NAO-RECUPERACAO
                     ADD 1 TO WS-QTDE-JA-CONSTAVA
                     MOVE 'JA CONSTAVA' TO DET-RESULTADO
                WHEN PRM-NAO-CABE-CONSELHO AND PRM-AR = 'APROV CONS'
                     ADD 1 TO WS-QTDE-JA-CONSTAVA
                     MOVE 'JA CONSTAVA' TO DET-RESULTADO
                WHEN OTHER
                     ADD 1 TO WS-QTDE-FALHA
                     MOVE SPACE TO DET-RESULTADO
