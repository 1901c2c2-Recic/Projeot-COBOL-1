      *                 fabricar linha de roster como se fosse nossa.
      *                 Registro ja existente da chave nao e regravado
      *                 (recarga e idempotente, como no lote).
      * 15/10/2026  RC  Decisao do conselho de classe (PRM-MODO-
      *                 CONSELHO, usado por PROGM24): o aluno/materia
      *                 REPROVADO passa a APROV CONS sem tocar nas notas
      *                 dos trimestres nem na media final - antes o
      *                 supervisor "corrigia" nota ate a media cruzar a
      *                 minima, falseando as notas dos professores no
      *                 mestre e no log. Exige supervisor, registra a
      *                 acao CONSELHO no TRANSACTION-LOG e leva o status
      *                 para a transcricao (boletim) e para o portal. A
      *                 correcao de nota posterior nao derruba a decisao
      *                 do conselho, a menos que o aluno passe a ser
      *                 APROVADO pelas proprias notas.
      * 15/10/2026  RC  Atribuicao de aulas (ATRIBUI, ATRIREC.cpy,
      *                 mantida por PROGM25): lancamento de trimestre
      *                 (e o pre-edit do roster) de operador comum so
      *                 passa se a turma do aluno no cadastro (CAD-
      *                 TURMA) + materia estiver atribuida ao operador -
      *                 senao volta PRM-SEM-ATRIBUICAO. Supervisor, lote
      *                 ja validado (PRM-NIVEL-LOTE) e reprocessamento
      *                 nao sao conferidos. Sem a atribuicao ou sem o
      *                 cadastro de alunos, segue sem a conferencia,
      *                 como o catalogo e o cadastro.
      * 15/10/2026  RC  Prazo de lancamento (calendario escolar CALEND,
      *                 CALEREC.cpy, mantido por PROGM28): passado o
      *                 prazo do trimestre no calendario do ano, o
      *                 lancamento de trimestre (e o pre-edit do roster)
      *                 de operador comum volta PRM-PRAZO-ENCERRADO - o
      *                 1 trimestre ainda era digitado em setembro, com
      *                 o boletim ja impresso. Supervisor e lote ja
      *                 validado gravam, mas o LANC-TRIM sai marcado no
      *                 log como fora do prazo (LOG-ATRASO), e a
      *                 correcao de trimestre depois do prazo tambem.
      *                 Sem o calendario do ano, o prazo nao e
      *                 conferido, como o catalogo e o cadastro.
      * 15/10/2026  RC  O calendario lido e o do ano letivo aberto
      *                 (rotina PROGM2A), nao o do ano do relogio: em
      *                 janeiro, com o prazo do 4 trimestre do ano
      *                 anterior ainda correndo, o prazo nao era
      *                 conferido.
      * 15/10/2026  RC  A correcao de nota so mantem o APROV CONS quando
      *                 o recalculo da REPROVADO - a reprovacao pelas
      *                 notas e o que o conselho decidiu. Se a correcao
      *                 leva o aluno a REPR FALTA ou EM RECUP, vale o
      *                 status recalculado.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM2P.
               RECORD KEY IS LOGI-CHAVE
               FILE STATUS IS WS-LOGI-STATUS.

           SELECT CLASS-ASSIGNMENT
               ASSIGN TO 'ATRIBUI'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATR-CHAVE
               FILE STATUS IS WS-ATRI-STATUS.

           SELECT SCHOOL-CALENDAR
               ASSIGN TO 'CALEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-CALE-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LOG-IX.
           COPY LOGIREC.

       FD  CLASS-ASSIGNMENT.
           COPY ATRIREC.

       FD  SCHOOL-CALENDAR.
           COPY CALEREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS         PIC X(02) VALUE '00'.
       01  WS-ANO-FECHADO-SW        PIC X(01) VALUE 'N'.
           88 WS-ANO-FECHADO             VALUE 'S'.

       01  WS-STATUS-ANTERIOR       PIC X(10) VALUE SPACE.

      *>  Acumuladores da media parcial dos trimestres ja lancados
      *>  (status ANDAMENTO): soma de nota x peso e soma dos pesos dos
      *>  trimestres preenchidos, para a media parcial sair na mesma
       01  WS-LOGI-GRAVADO-SW       PIC X(01) VALUE 'N'.
           88 WS-LOGI-GRAVADO           VALUE 'S'.

       01  WS-ATRI-STATUS           PIC X(02) VALUE '00'.

       01  WS-ATRIBUICAO-SW         PIC X(01) VALUE 'N'.
           88 WS-ATRIBUICAO-ABERTA      VALUE 'S'.

       01  WS-CALE-STATUS           PIC X(02) VALUE '00'.

      *>  Ligada quando o calendario do ano corrente existe - o
      *>  registro do ano fica no buffer do SCHOOL-CALENDAR enquanto o
      *>  arquivo estiver aberto.
       01  WS-CALENDARIO-SW         PIC X(01) VALUE 'N'.
           88 WS-CALENDARIO-ABERTO      VALUE 'S'.

       01  WS-DATA-HOJE             PIC 9(08) VALUE 0.

           COPY ANOPARM.

      *>  Pesos e media minima da materia corrente, carregados do
      *>  catalogo (ou de WEIGHTTB quando o catalogo nao existe).
       01  WS-PESOS-DA-MATERIA.
           END-IF

           MOVE 0 TO PRM-RETORNO
           MOVE SPACE TO PRM-ATRASO

           EVALUATE TRUE
                WHEN PRM-MODO-NOVO
                     PERFORM P270-CORRIGE THRU P270-FIM
                WHEN PRM-MODO-RECUPERACAO
                     PERFORM P280-RECUPERA THRU P280-FIM
                WHEN PRM-MODO-CONSELHO
                     PERFORM P297-CONSELHO THRU P297-FIM
                WHEN PRM-MODO-VALIDA
                     PERFORM P210-VALIDA-ENTRADA THRU P210-FIM
                WHEN PRM-MODO-ENCERRA
                        'STATUS DECIDIDO SO PELA MEDIA'
           END-IF

      *>   Mesmo criterio para a atribuicao de aulas (PROGM25): ausente
      *>   ou vazia, o lancamento nao e conferido por professor -
      *>   senao a escola que ainda nao cadastrou as atribuicoes
      *>   pararia toda a digitacao de notas.
           OPEN INPUT CLASS-ASSIGNMENT
           IF WS-ATRI-STATUS = '00'
                MOVE LOW-VALUE TO ATR-CHAVE
                START CLASS-ASSIGNMENT KEY NOT LESS ATR-CHAVE
                     INVALID KEY
                          CONTINUE
                END-START
                IF WS-ATRI-STATUS = '00'
                     MOVE 'S' TO WS-ATRIBUICAO-SW
                ELSE
                     CLOSE CLASS-ASSIGNMENT
                END-IF
           END-IF

           IF NOT WS-ATRIBUICAO-ABERTA
                DISPLAY 'AVISO: ATRIBUICAO DE AULAS AUSENTE OU VAZIA'
                DISPLAY '- LANCAMENTO NAO CONFERIDO POR PROFESSOR'
           END-IF

      *>   Calendario escolar (PROGM28): so o registro do ano letivo
      *>   aberto interessa (PROGM2A) - o ano do relogio nao serve em
      *>   janeiro. Sem ele o prazo de lancamento nao e conferido -
      *>   mesmo criterio da atribuicao e do catalogo.
           MOVE 0 TO ANP-DATA
           CALL 'PROGM2A' USING ANO-PARMS
           END-CALL
           OPEN INPUT SCHOOL-CALENDAR
           IF WS-CALE-STATUS = '00'
                MOVE ANP-ANO-LETIVO TO CAL-ANO
                READ SCHOOL-CALENDAR
                     INVALID KEY
                          CONTINUE
                END-READ
                IF WS-CALE-STATUS = '00'
                     MOVE 'S' TO WS-CALENDARIO-SW
                ELSE
                     CLOSE SCHOOL-CALENDAR
                END-IF
           END-IF

           IF NOT WS-CALENDARIO-ABERTO
                DISPLAY 'AVISO: CALENDARIO ESCOLAR DO ANO AUSENTE'
                DISPLAY '- PRAZO DE LANCAMENTO NAO CONFERIDO'
           END-IF

           MOVE 'S' TO WS-ARQUIVOS-SW
           .
       P050-FIM.
           MOVE PRM-MD        TO LOG-MD-DEPOIS
           MOVE 0             TO LOG-NOTA-RECUP
           MOVE 0             TO LOG-TRIMESTRE
           MOVE SPACE         TO LOG-ATRASO

           WRITE LOG-REC
           PERFORM P235-GRAVA-LOG-INDEXADO
                END-IF
                IF PRM-NOTA-NOVA > 10
                     SET PRM-NOTA-INVALIDA TO TRUE
                     GO TO P210-FIM
                END-IF
           END-IF

      *>   Operador comum so lanca trimestre na turma/materia que lhe
      *>   foi atribuida - a turma e a do cadastro, lida em P213.
           IF (PRM-MODO-TRIMESTRE OR PRM-MODO-VALIDA)
              AND PRM-NIVEL-COMUM AND NOT PRM-EM-REPROCESSO
              AND WS-ATRIBUICAO-ABERTA AND WS-CADASTRO-ABERTO
                PERFORM P214-CONFERE-ATRIBUICAO
           END-IF

      *>   Prazo de lancamento do trimestre no calendario escolar.
           IF (PRM-MODO-TRIMESTRE OR PRM-MODO-VALIDA)
              AND NOT PRM-EM-REPROCESSO AND WS-CALENDARIO-ABERTO
              AND PRM-OK
                PERFORM P219-CONFERE-PRAZO THRU P219-FIM
           END-IF
           .
       P210-FIM.

       P213-FIM.


      *>************************************************************************
      *> Atribuicao de aulas: turma do aluno + materia + operador tem
      *> de constar do ATRIBUI.
      *>************************************************************************
       P214-CONFERE-ATRIBUICAO.
           MOVE CAD-TURMA    TO ATR-TURMA
           MOVE PRM-MATERIA  TO ATR-MATERIA
           MOVE PRM-OPERADOR TO ATR-OPERADOR
           READ CLASS-ASSIGNMENT
                INVALID KEY
                     SET PRM-SEM-ATRIBUICAO TO TRUE
           END-READ
           .
       P214-FIM.


      *>************************************************************************
      *> Prazo de lancamento: depois do CAL-PRAZO-NOTAS do trimestre o
      *> operador comum e recusado; supervisor e lote ja validado
      *> passam, com PRM-ATRASO ligado para o log marcar o lancamento
      *> como fora do prazo. O prazo e o proprio dia - recusa so a
      *> partir do dia seguinte. Prazo zerado no calendario (trimestre
      *> ainda sem data) nao e conferido.
      *>************************************************************************
       P219-CONFERE-PRAZO.
           IF CAL-PRAZO-NOTAS (PRM-TRIMESTRE) = 0
                GO TO P219-FIM
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           IF WS-DATA-HOJE NOT > CAL-PRAZO-NOTAS (PRM-TRIMESTRE)
                GO TO P219-FIM
           END-IF

           IF PRM-NIVEL-COMUM
                SET PRM-PRAZO-ENCERRADO TO TRUE
           ELSE
                SET PRM-LANC-ATRASADO TO TRUE
           END-IF
           .
       P219-FIM.


      *>************************************************************************
      *> Consulta da materia no catalogo: inexistente e invalida;
      *> desativada so e recusada em lancamento novo (e no pre-edit),
           END-READ

           MOVE ALU-MD TO PRM-MD-ANTES
           MOVE ALU-AR TO WS-STATUS-ANTERIOR

           EVALUATE TRUE
                WHEN PRM-TRIM-1
                     GO TO P270-FIM
           END-EVALUATE

      *>   Correcao (so supervisor) depois do prazo do trimestre passa,
      *>   mas sai marcada no log como fora do prazo.
           IF WS-CALENDARIO-ABERTO AND NOT PRM-EM-REPROCESSO
                PERFORM P219-CONFERE-PRAZO THRU P219-FIM
           END-IF

      *>   Corrigir um trimestre ainda em branco vale como lancamento
      *>   tardio daquele trimestre - o supervisor esta assumindo a
      *>   nota, entao o trimestre passa a contar como preenchido.
                PERFORM P225-CALCULA-MEDIA-PARCIAL
           END-IF

      *>   A decisao do conselho vale sobre a reprovacao pelas notas;
      *>   qualquer outro status recalculado (aprovado, em recuperacao,
      *>   reprovado por falta) a substitui.
           IF WS-STATUS-ANTERIOR = 'APROV CONS' AND
              PRM-AR = 'REPROVADO'
                MOVE 'APROV CONS' TO PRM-AR
           END-IF

           MOVE PRM-MD TO ALU-MD
           MOVE PRM-AR TO ALU-AR
           MOVE 0      TO ALU-NOTA-REC
           MOVE PRM-MD        TO LOG-MD-DEPOIS
           MOVE 0             TO LOG-NOTA-RECUP
           MOVE PRM-TRIMESTRE TO LOG-TRIMESTRE
           MOVE PRM-ATRASO    TO LOG-ATRASO

           WRITE LOG-REC
           PERFORM P235-GRAVA-LOG-INDEXADO
           MOVE PRM-MD         TO LOG-MD-DEPOIS
           MOVE PRM-NOTA-RECUP TO LOG-NOTA-RECUP
           MOVE 0              TO LOG-TRIMESTRE
           MOVE SPACE          TO LOG-ATRASO

           WRITE LOG-REC
           PERFORM P235-GRAVA-LOG-INDEXADO
           MOVE PRM-MD        TO LOG-MD-DEPOIS
           MOVE 0             TO LOG-NOTA-RECUP
           MOVE PRM-TRIMESTRE TO LOG-TRIMESTRE
           MOVE PRM-ATRASO    TO LOG-ATRASO

           WRITE LOG-REC
           PERFORM P235-GRAVA-LOG-INDEXADO
           MOVE LOG-MD-DEPOIS  TO LOGI-MD-DEPOIS
           MOVE LOG-NOTA-RECUP TO LOGI-NOTA-RECUP
           MOVE LOG-TRIMESTRE  TO LOGI-TRIMESTRE
           MOVE LOG-ATRASO     TO LOGI-ATRASO

           MOVE 'N' TO WS-LOGI-GRAVADO-SW
           PERFORM P236-TENTA-GRAVAR-ESPELHO
           MOVE PRM-MD        TO LOG-MD-DEPOIS
           MOVE 0             TO LOG-NOTA-RECUP
           MOVE PRM-TRIMESTRE TO LOG-TRIMESTRE
           MOVE SPACE         TO LOG-ATRASO

           WRITE LOG-REC
           PERFORM P235-GRAVA-LOG-INDEXADO
       P234-FIM.


      *>************************************************************************
      *> Decisao do conselho de classe (PROGM24): so cabe sobre o
      *> aluno/materia com o ano fechado em REPROVADO - pela media do
      *> ano ou pela prova de recuperacao. O status passa a APROV CONS;
      *> notas, nota da prova e media final ficam como estao, e a media
      *> que vale (final, quando houve prova) segue para a transcricao.
      *> Reprovacao por falta nao e decidida aqui.
      *>************************************************************************
       P297-CONSELHO.
           IF NOT PRM-NIVEL-SUPER
                SET PRM-SEM-AUTORIDADE TO TRUE
                GO TO P297-FIM
           END-IF

           MOVE PRM-MATRICULA TO ALU-MATRICULA
           MOVE PRM-MATERIA   TO ALU-MATERIA

           READ ALUNO-MASTER
                INVALID KEY
                     SET PRM-NAO-ENCONTRADO TO TRUE
                     GO TO P297-FIM
           END-READ

           IF ALU-AR NOT = 'REPROVADO'
                MOVE ALU-AR TO PRM-AR
                SET PRM-NAO-CABE-CONSELHO TO TRUE
                GO TO P297-FIM
           END-IF

           IF ALU-MD-FINAL > 0
                MOVE ALU-MD-FINAL TO PRM-MD
           ELSE
                MOVE ALU-MD TO PRM-MD
           END-IF
           MOVE PRM-MD TO PRM-MD-ANTES

           MOVE 'APROV CONS' TO PRM-AR
           MOVE PRM-AR TO ALU-AR
           MOVE SPACE  TO ALU-PORTAL

           REWRITE ALUNO-REC
                INVALID KEY
                     MOVE 9 TO PRM-RETORNO
           END-REWRITE

           IF PRM-OK
                MOVE ALU-NOME     TO PRM-NOME
                MOVE ALU-N1       TO PRM-N1
                MOVE ALU-N2       TO PRM-N2
                MOVE ALU-N3       TO PRM-N3
                MOVE ALU-N4       TO PRM-N4
                MOVE ALU-NOTA-REC TO PRM-NOTA-RECUP
                MOVE ALU-MD-FINAL TO PRM-MD-FINAL
                IF NOT PRM-EM-REPROCESSO
                     PERFORM P237-GRAVA-LOG-CONSELHO
                END-IF
                PERFORM P250-ATUALIZA-TRANSCRICAO
           END-IF
           .
       P297-FIM.


      *>************************************************************************
      *> Mesmo formato dos demais logs, com a acao CONSELHO: as notas
      *> como estao no mestre e a media que vale antes e depois (a
      *> mesma - o conselho muda o status, nao a nota). A ata e a
      *> justificativa ficam no livro do conselho (CONSDEC).
      *>************************************************************************
       P237-GRAVA-LOG-CONSELHO.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME

           MOVE PRM-OPERADOR   TO LOG-OPERADOR
           MOVE 'CONSELHO'     TO LOG-ACAO
           MOVE PRM-MATRICULA  TO LOG-MATRICULA
           MOVE PRM-MATERIA    TO LOG-MATERIA
           MOVE PRM-N1         TO LOG-N1
           MOVE PRM-N2         TO LOG-N2
           MOVE PRM-N3         TO LOG-N3
           MOVE PRM-N4         TO LOG-N4
           MOVE PRM-MD-ANTES   TO LOG-MD-ANTES
           MOVE PRM-MD         TO LOG-MD-DEPOIS
           MOVE PRM-NOTA-RECUP TO LOG-NOTA-RECUP
           MOVE 0              TO LOG-TRIMESTRE
           MOVE SPACE          TO LOG-ATRASO

           WRITE LOG-REC
           PERFORM P235-GRAVA-LOG-INDEXADO
           .
       P237-FIM.


       P900-ENCERRAR-ARQUIVOS.
           IF WS-ARQUIVOS-ABERTOS
                CLOSE ALUNO-MASTER TRANSACTION-LOG STUDENT-TRANSCRIPT
                     CLOSE ATTENDANCE-MASTER
                     MOVE 'N' TO WS-FREQUENCIA-SW
                END-IF
                IF WS-ATRIBUICAO-ABERTA
                     CLOSE CLASS-ASSIGNMENT
                     MOVE 'N' TO WS-ATRIBUICAO-SW
                END-IF
                IF WS-CALENDARIO-ABERTO
                     CLOSE SCHOOL-CALENDAR
                     MOVE 'N' TO WS-CALENDARIO-SW
                END-IF
                MOVE 'N' TO WS-ARQUIVOS-SW
           END-IF
           .
