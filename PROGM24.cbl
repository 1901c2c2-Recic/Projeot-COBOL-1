      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Decisoes do Conselho de Classe
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Registro das decisoes do conselho de classe: o
      *                 conselho aprova aluno/materia REPROVADO e ate
      *                 aqui a secretaria "resolvia" digitando uma nota
      *                 de recuperacao inventada ou editando o mestre -
      *                 as notas deixavam de ser as dos professores e a
      *                 auditoria nao tinha como saber. A decisao agora
      *                 entra por PROGM2P (PRM-MODO-CONSELHO): o status
      *                 vira APROV CONS, ALU-N1..N4 e ALU-MD-FINAL
      *                 ficam como estao, e o log de auditoria ganha a
      *                 acao CONSELHO. Numero e data da ata,
      *                 justificativa e o operador vao para o livro do
      *                 conselho (CONSDEC, CONSREC.cpy), um registro
      *                 por ano/matricula/materia. Exige sign-on de
      *                 supervisor.
      * 15/10/2026  RC  O sign-on passa o nome do programa a PROGM2S
      *                 (SGN-PROGRAMA) para o log de sign-on.
      * 15/10/2026  RC  O ano letivo digitado tem de ser o ano letivo
      *                 aberto (rotina PROGM2A) - o mestre so tem o ano
      *                 aberto, e uma decisao com o ano errado ia para
      *                 o livro com a chave de outro ano; ano diferente
      *                 e pedido de novo. A decisao vai para o livro
      *                 antes do mestre: gravacao do livro recusada nao
      *                 chega a PROGM2P, e decisao que PROGM2P recusa e
      *                 apagada do livro - antes o mestre podia ficar
      *                 em APROV CONS sem a ata no livro.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM24.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNCIL-DECISION
               ASSIGN TO 'CONSDEC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNS-CHAVE
               FILE STATUS IS WS-CONS-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  COUNCIL-DECISION.
           COPY CONSREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CONS-STATUS           PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.

       01  WS-OPCAO                 PIC 9(01) VALUE 0.
       01  WS-RESP                  PIC 9(01) VALUE 0.

       01  WS-OPERADOR              PIC X(08) VALUE SPACE.
       01  WS-SENHA                 PIC X(08) VALUE SPACE.

       01  WS-ANO-LETIVO            PIC 9(04) VALUE 0.
       01  WS-MATRICULA             PIC X(12) VALUE SPACE.
       01  WS-MATERIA               PIC X(12) VALUE SPACE.
       01  WS-ATA                   PIC X(10) VALUE SPACE.
       01  WS-DATA-ATA              PIC 9(08) VALUE 0.
       01  WS-JUSTIFICATIVA         PIC X(60) VALUE SPACE.

       01  WS-QTDE-REGISTRADA       PIC 9(04) VALUE 0.
       01  WS-QTDE-DO-ALUNO         PIC 9(04) VALUE 0.
       01  WS-TENTATIVAS            PIC 9(01) VALUE 0.

       01  WS-MEDIA-ED              PIC Z9.99.

           COPY PROCPARM.

           COPY SIGNPARM.

           COPY ANOPARM.

      **************************************************************************
       PROCEDURE DIVISION.

           PERFORM P100-ABRIR.
           PERFORM P200-MENU THRU P200-FIM
                   UNTIL WS-OPCAO = 9.
           PERFORM P900-ENCERRA.
      *>************************************************************************
      *> O ano letivo e perguntado uma vez: o conselho se reune no
      *> fechamento de um ano e todas as decisoes da sessao sao dele.
      *> Tem de ser o ano letivo aberto, o unico que o mestre tem.
      *>************************************************************************
       P100-ABRIR.
      *>   A flag de reprocessamento e exclusiva da recuperacao avante
      *>   (PROGM16) - desligada aqui para a decisao nunca pular a
      *>   gravacao do log por lixo de working-storage.
           MOVE SPACE TO PRM-REPROCESSO

           DISPLAY 'INFORME O ID DO OPERADOR: '
           ACCEPT WS-OPERADOR
           DISPLAY 'INFORME A SENHA: '
           ACCEPT WS-SENHA

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM24'   TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL

           IF NOT SGN-OK
                DISPLAY 'SIGN-ON RECUSADO - CODIGO ' SGN-RETORNO
                STOP RUN
           END-IF

           IF NOT SGN-NIVEL-SUPER
                DISPLAY 'CONSELHO DE CLASSE RESTRITO AO SUPERVISOR'
                STOP RUN
           END-IF

           MOVE 0 TO ANP-DATA
           CALL 'PROGM2A' USING ANO-PARMS
           END-CALL

           MOVE 0 TO WS-TENTATIVAS
           MOVE 0 TO WS-ANO-LETIVO
           PERFORM P110-PEDE-ANO THRU P110-FIM
                   UNTIL WS-ANO-LETIVO = ANP-ANO-LETIVO

           OPEN I-O COUNCIL-DECISION
           IF WS-CONS-STATUS = '35'
                OPEN OUTPUT COUNCIL-DECISION
                CLOSE COUNCIL-DECISION
                OPEN I-O COUNCIL-DECISION
           END-IF
           IF WS-CONS-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O LIVRO DO CONSELHO'
                STOP RUN
           END-IF

           MOVE WS-OPERADOR TO PRM-OPERADOR
           MOVE SGN-NIVEL   TO PRM-NIVEL
           .
       P100-FIM.


       P110-PEDE-ANO.
           DISPLAY 'ANO LETIVO DO CONSELHO (AAAA): '
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO = ANP-ANO-LETIVO
                GO TO P110-FIM
           END-IF

           ADD 1 TO WS-TENTATIVAS
           IF WS-TENTATIVAS NOT < 3
                DISPLAY 'ANO LETIVO NAO CONFERE - SESSAO ENCERRADA'
                STOP RUN
           END-IF
           DISPLAY 'O ANO LETIVO ABERTO E ' ANP-ANO-LETIVO
                   ' - INFORME O ANO ABERTO'
           .
       P110-FIM.


       P200-MENU.
           DISPLAY ' '
           DISPLAY '***** CONSELHO DE CLASSE - ANO ' WS-ANO-LETIVO
                   ' *****'
           DISPLAY '1=REGISTRAR DECISAO  2=CONSULTAR ALUNO  9=SAIR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                WHEN 1
                     PERFORM P300-REGISTRAR THRU P300-FIM
                WHEN 2
                     PERFORM P600-CONSULTAR THRU P600-FIM
                WHEN 9
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
       P200-FIM.


      *>************************************************************************
      *> Registro de uma decisao: os dados da ata sao conferidos antes
      *> de encostar no mestre; a aprovacao passa por PROGM2P, que so
      *> aceita registro REPROVADO. O livro e gravado antes do mestre,
      *> para o mestre nunca ficar em APROV CONS sem a ata; decisao que
      *> o mestre recusa e apagada do livro e nao deixa rastro.
      *>************************************************************************
       P300-REGISTRAR.
           DISPLAY 'INFORME A MATRICULA DO ALUNO: '
           ACCEPT WS-MATRICULA
           DISPLAY 'INFORME A MATERIA: '
           ACCEPT WS-MATERIA
           IF WS-MATRICULA = SPACE OR WS-MATERIA = SPACE
                DISPLAY 'MATRICULA E MATERIA SAO OBRIGATORIAS'
                GO TO P300-FIM
           END-IF

           MOVE WS-ANO-LETIVO TO CNS-ANO
           MOVE WS-MATRICULA  TO CNS-MATRICULA
           MOVE WS-MATERIA    TO CNS-MATERIA
           READ COUNCIL-DECISION
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     DISPLAY 'DECISAO JA REGISTRADA NA ATA ' CNS-ATA
                     GO TO P300-FIM
           END-READ

           PERFORM P310-COLETA-ATA THRU P310-FIM
           IF WS-ATA = SPACE
                GO TO P300-FIM
           END-IF

           DISPLAY 'APROVAR ' WS-MATRICULA ' EM ' WS-MATERIA
                   ' PELA ATA ' WS-ATA ' ?'
           DISPLAY 'CONFIRMA? (1=SIM/2=NAO)'
           ACCEPT WS-RESP
           IF WS-RESP NOT = 1
                DISPLAY 'DECISAO NAO REGISTRADA'
                GO TO P300-FIM
           END-IF

           PERFORM P320-GRAVA-DECISAO THRU P320-FIM
           IF WS-CONS-STATUS NOT = '00'
                GO TO P300-FIM
           END-IF

           SET PRM-MODO-CONSELHO TO TRUE
           MOVE WS-MATRICULA TO PRM-MATRICULA
           MOVE WS-MATERIA   TO PRM-MATERIA

           CALL 'PROGM2P' USING PROCESS-PARMS
           END-CALL

           IF NOT PRM-OK
                PERFORM P340-DESFAZ-DECISAO THRU P340-FIM
           END-IF

           EVALUATE TRUE
                WHEN PRM-OK
                     PERFORM P330-COMPLETA-DECISAO THRU P330-FIM
                WHEN PRM-NAO-CABE-CONSELHO
                     DISPLAY 'REGISTRO NAO ESTA REPROVADO - STATUS '
                             PRM-AR
                WHEN PRM-NAO-ENCONTRADO
                     DISPLAY 'ALUNO/MATERIA NAO CONSTA DO MESTRE'
                WHEN PRM-SEM-AUTORIDADE
                     DISPLAY 'OPERADOR SEM AUTORIDADE PARA O CONSELHO'
                WHEN OTHER
                     DISPLAY 'DECISAO RECUSADA - CODIGO ' PRM-RETORNO
           END-EVALUATE
           .
       P300-FIM.


      *>************************************************************************
      *> Dados da ata. Qualquer campo invalido devolve WS-ATA em branco
      *> e o chamador desiste.
      *>************************************************************************
       P310-COLETA-ATA.
           DISPLAY 'NUMERO DA ATA: '
           ACCEPT WS-ATA
           IF WS-ATA = SPACE
                DISPLAY 'NUMERO DA ATA OBRIGATORIO'
                GO TO P310-FIM
           END-IF

           DISPLAY 'DATA DA ATA (AAAAMMDD): '
           ACCEPT WS-DATA-ATA
           IF WS-DATA-ATA < 19000101 OR WS-DATA-ATA > 21991231
                DISPLAY 'DATA DA ATA INVALIDA'
                MOVE SPACE TO WS-ATA
                GO TO P310-FIM
           END-IF

           DISPLAY 'JUSTIFICATIVA DA DECISAO: '
           ACCEPT WS-JUSTIFICATIVA
           IF WS-JUSTIFICATIVA = SPACE
                DISPLAY 'JUSTIFICATIVA OBRIGATORIA'
                MOVE SPACE TO WS-ATA
           END-IF
           .
       P310-FIM.


      *>************************************************************************
      *> A decisao entra no livro antes do mestre; nome e media so vem
      *> do mestre e sao completados depois que PROGM2P aceitou.
      *>************************************************************************
       P320-GRAVA-DECISAO.
           MOVE WS-ANO-LETIVO    TO CNS-ANO
           MOVE WS-MATRICULA     TO CNS-MATRICULA
           MOVE WS-MATERIA       TO CNS-MATERIA
           MOVE SPACE            TO CNS-NOME
           MOVE WS-ATA           TO CNS-ATA
           MOVE WS-DATA-ATA      TO CNS-DATA-ATA
           MOVE WS-JUSTIFICATIVA TO CNS-JUSTIFICATIVA
           MOVE 0                TO CNS-MEDIA
           MOVE WS-OPERADOR      TO CNS-OPERADOR
           ACCEPT CNS-DATA-REGISTRO FROM DATE YYYYMMDD

           WRITE CNS-REC
                INVALID KEY
                     DISPLAY 'ERRO AO GRAVAR O LIVRO DO CONSELHO - '
                             'STATUS ' WS-CONS-STATUS
                     DISPLAY 'DECISAO NAO REGISTRADA'
           END-WRITE
           .
       P320-FIM.


       P330-COMPLETA-DECISAO.
           ADD 1 TO WS-QTDE-REGISTRADA
           DISPLAY 'APROVADO PELO CONSELHO: ' PRM-NOME

           MOVE WS-ANO-LETIVO TO CNS-ANO
           MOVE WS-MATRICULA  TO CNS-MATRICULA
           MOVE WS-MATERIA    TO CNS-MATERIA
           READ COUNCIL-DECISION
                INVALID KEY
                     DISPLAY 'DECISAO NAO ENCONTRADA NO LIVRO PARA '
                             'COMPLETAR - STATUS ' WS-CONS-STATUS
                     GO TO P330-FIM
           END-READ

           MOVE PRM-NOME TO CNS-NOME
           MOVE PRM-MD   TO CNS-MEDIA
           REWRITE CNS-REC
                INVALID KEY
                     DISPLAY 'ERRO AO COMPLETAR O LIVRO DO CONSELHO - '
                             'STATUS ' WS-CONS-STATUS
           END-REWRITE
           .
       P330-FIM.


      *>************************************************************************
      *> PROGM2P recusou: a decisao sai do livro.
      *>************************************************************************
       P340-DESFAZ-DECISAO.
           MOVE WS-ANO-LETIVO TO CNS-ANO
           MOVE WS-MATRICULA  TO CNS-MATRICULA
           MOVE WS-MATERIA    TO CNS-MATERIA
           DELETE COUNCIL-DECISION RECORD
                INVALID KEY
                     DISPLAY 'ERRO AO RETIRAR A DECISAO DO LIVRO - '
                             'STATUS ' WS-CONS-STATUS
           END-DELETE
           .
       P340-FIM.


      *>************************************************************************
      *> Consulta das decisoes de um aluno no ano da sessao - a chave
      *> comeca por ano+matricula, entao o START ja posiciona no
      *> primeiro registro do aluno.
      *>************************************************************************
       P600-CONSULTAR.
           DISPLAY 'INFORME A MATRICULA DO ALUNO: '
           ACCEPT WS-MATRICULA

           MOVE WS-ANO-LETIVO TO CNS-ANO
           MOVE WS-MATRICULA  TO CNS-MATRICULA
           MOVE LOW-VALUE     TO CNS-MATERIA
           MOVE 'N' TO WS-EOF-SW
           MOVE 0   TO WS-QTDE-DO-ALUNO
           START COUNCIL-DECISION KEY NOT LESS CNS-CHAVE
                INVALID KEY
                     MOVE 'S' TO WS-EOF-SW
           END-START

           PERFORM P610-LISTA-DECISAO
                   UNTIL WS-FIM-ARQUIVO

           IF WS-QTDE-DO-ALUNO = 0
                DISPLAY 'NENHUMA DECISAO DO CONSELHO PARA A MATRICULA '
                        WS-MATRICULA
           END-IF
           .
       P600-FIM.


       P610-LISTA-DECISAO.
           READ COUNCIL-DECISION NEXT RECORD
                AT END
                     MOVE 'S' TO WS-EOF-SW
           END-READ

           IF NOT WS-FIM-ARQUIVO
                IF CNS-ANO NOT = WS-ANO-LETIVO
                   OR CNS-MATRICULA NOT = WS-MATRICULA
                     MOVE 'S' TO WS-EOF-SW
                END-IF
           END-IF

           IF NOT WS-FIM-ARQUIVO
                ADD 1 TO WS-QTDE-DO-ALUNO
                MOVE CNS-MEDIA TO WS-MEDIA-ED
                DISPLAY ' '
                DISPLAY 'MATERIA:       ' CNS-MATERIA
                        '  MEDIA: ' WS-MEDIA-ED
                DISPLAY 'ATA:           ' CNS-ATA
                        '  DE ' CNS-DATA-ATA
                DISPLAY 'JUSTIFICATIVA: ' CNS-JUSTIFICATIVA
                DISPLAY 'REGISTRADA POR ' CNS-OPERADOR
                        ' EM ' CNS-DATA-REGISTRO
           END-IF
           .
       P610-FIM.


       P900-ENCERRA.
           CLOSE COUNCIL-DECISION

           SET PRM-MODO-ENCERRA TO TRUE
           CALL 'PROGM2P' USING PROCESS-PARMS
           END-CALL

           DISPLAY 'DECISOES REGISTRADAS NESTA SESSAO: '
                   WS-QTDE-REGISTRADA
           STOP RUN
           .
       P900-FIM.

       END PROGRAM PROGM24.
