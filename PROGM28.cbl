      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Calendario Escolar
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Manutencao do calendario escolar (CALEND,
      *                 CALEREC.cpy): para cada ano letivo, a data de
      *                 fechamento e o prazo de lancamento de nota de
      *                 cada trimestre e a janela da recuperacao. Nota
      *                 de trimestre podia ser lancada para sempre - o
      *                 1 trimestre ainda era digitado em setembro, com
      *                 o boletim impresso - e o PROGM2R so ficava fora
      *                 de epoca porque alguem lembrava de desligar o
      *                 passo no JOBCTL. Com o calendario, PROGM2P
      *                 recusa o lancamento de operador comum depois do
      *                 prazo e o driver da janela (PROGM15) liga o
      *                 lote de recuperacao so dentro da janela.
      *                 Cadastrar/alterar e consultar o ano. Exige
      *                 sign-on de supervisor.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM28.

      **************************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOOL-CALENDAR
               ASSIGN TO 'CALEND'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WS-CALE-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SCHOOL-CALENDAR.
           COPY CALEREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CALE-STATUS           PIC X(02) VALUE '00'.

       01  WS-EXISTE-SW             PIC X(01) VALUE 'N'.
           88 WS-JA-EXISTE              VALUE 'S'.

       01  WS-ERRO-SW               PIC X(01) VALUE 'N'.
           88 WS-COM-ERRO               VALUE 'S'.

       01  WS-OPCAO                 PIC 9(01) VALUE 0.
       01  WS-RESP                  PIC 9(01) VALUE 0.

       01  WS-OPERADOR              PIC X(08) VALUE SPACE.
       01  WS-SENHA                 PIC X(08) VALUE SPACE.

       01  WS-ANO-LETIVO            PIC 9(04) VALUE 0.
       01  WS-IDX                   PIC 9(01) VALUE 0.

      *>  Data em conferencia (AAAAMMDD) e a sua vista por partes.
       01  WS-DATA                  PIC 9(08) VALUE 0.
       01  WS-DATA-R REDEFINES WS-DATA.
           03 WS-DATA-ANO           PIC 9(04).
           03 WS-DATA-MES           PIC 9(02).
           03 WS-DATA-DIA           PIC 9(02).

       01  WS-FECHAMENTO-ANTERIOR   PIC 9(08) VALUE 0.

       01  LST-LINHA.
           03 FILLER                 PIC X(02) VALUE SPACE.
           03 LST-TRIMESTRE          PIC 9(01).
           03 FILLER                 PIC X(14) VALUE
                   ' TRIMESTRE -  '.
           03 FILLER                 PIC X(12) VALUE 'FECHAMENTO: '.
           03 LST-FECHAMENTO         PIC 9(08).
           03 FILLER                 PIC X(10) VALUE '   PRAZO: '.
           03 LST-PRAZO              PIC 9(08).

           COPY SIGNPARM.

      **************************************************************************
       PROCEDURE DIVISION.

           PERFORM P100-ABRIR.
           PERFORM P200-MENU THRU P200-FIM
                   UNTIL WS-OPCAO = 9.
           PERFORM P900-ENCERRA.
      *>************************************************************************
      *> O calendario decide quem ainda pode lancar nota - so o
      *> supervisor o mantem.
      *>************************************************************************
       P100-ABRIR.
           DISPLAY 'INFORME O ID DO OPERADOR: '
           ACCEPT WS-OPERADOR
           DISPLAY 'INFORME A SENHA: '
           ACCEPT WS-SENHA

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM28'   TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL

           IF NOT SGN-OK
                DISPLAY 'SIGN-ON RECUSADO - CODIGO ' SGN-RETORNO
                STOP RUN
           END-IF

           IF NOT SGN-NIVEL-SUPER
                DISPLAY 'CALENDARIO ESCOLAR RESTRITO AO SUPERVISOR'
                STOP RUN
           END-IF

           OPEN I-O SCHOOL-CALENDAR
           IF WS-CALE-STATUS = '35'
                OPEN OUTPUT SCHOOL-CALENDAR
                CLOSE SCHOOL-CALENDAR
                OPEN I-O SCHOOL-CALENDAR
           END-IF
           IF WS-CALE-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CALENDARIO ESCOLAR'
                STOP RUN
           END-IF
           .
       P100-FIM.


       P200-MENU.
           DISPLAY ' '
           DISPLAY '***** CALENDARIO ESCOLAR *****'
           DISPLAY '1=CADASTRAR/ALTERAR ANO  2=CONSULTAR ANO  9=SAIR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                WHEN 1
                     PERFORM P300-CADASTRA THRU P300-FIM
                WHEN 2
                     PERFORM P500-CONSULTA THRU P500-FIM
                WHEN 9
                     CONTINUE
                WHEN OTHER
                     DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
       P200-FIM.


      *>************************************************************************
      *> Cadastro do ano inteiro de uma vez: os quatro trimestres em
      *> ordem (cada fechamento depois do anterior, prazo no fechamento
      *> ou depois dele) e a janela da recuperacao depois do fechamento
      *> do 4 trimestre. Ano ja cadastrado e regravado so depois de
      *> mostrado e confirmado.
      *>************************************************************************
       P300-CADASTRA.
           PERFORM P310-COLETA-ANO THRU P310-FIM
           IF WS-ANO-LETIVO = 0
                GO TO P300-FIM
           END-IF

           MOVE 'N' TO WS-EXISTE-SW
           MOVE WS-ANO-LETIVO TO CAL-ANO
           READ SCHOOL-CALENDAR
                INVALID KEY
                     CONTINUE
                NOT INVALID KEY
                     MOVE 'S' TO WS-EXISTE-SW
           END-READ

           IF WS-JA-EXISTE
                DISPLAY 'CALENDARIO DE ' WS-ANO-LETIVO ' JA CADASTRADO:'
                PERFORM P510-MOSTRA-CALENDARIO
                DISPLAY 'SUBSTITUIR? (1=SIM/2=NAO)'
                ACCEPT WS-RESP
                IF WS-RESP NOT = 1
                     DISPLAY 'CALENDARIO MANTIDO'
                     GO TO P300-FIM
                END-IF
           END-IF

           MOVE WS-ANO-LETIVO TO CAL-ANO
           MOVE 'N' TO WS-ERRO-SW
           MOVE 0   TO WS-FECHAMENTO-ANTERIOR
           PERFORM P320-COLETA-TRIMESTRE THRU P320-FIM
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 4 OR WS-COM-ERRO
           IF WS-COM-ERRO
                GO TO P300-FIM
           END-IF

           PERFORM P330-COLETA-RECUPERACAO THRU P330-FIM
           IF WS-COM-ERRO
                GO TO P300-FIM
           END-IF

           ACCEPT CAL-DATA-ATUALIZACAO FROM DATE YYYYMMDD
           MOVE WS-OPERADOR TO CAL-SUPERVISOR

           IF WS-JA-EXISTE
                REWRITE CAL-REC
                     INVALID KEY
                          DISPLAY 'ERRO AO REGRAVAR O CALENDARIO'
                          GO TO P300-FIM
                END-REWRITE
           ELSE
                WRITE CAL-REC
                     INVALID KEY
                          DISPLAY 'ERRO AO GRAVAR O CALENDARIO'
                          GO TO P300-FIM
                END-WRITE
           END-IF
           DISPLAY 'CALENDARIO DE ' WS-ANO-LETIVO ' GRAVADO'
           .
       P300-FIM.


       P310-COLETA-ANO.
           DISPLAY 'INFORME O ANO LETIVO (AAAA): '
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO < 1900 OR WS-ANO-LETIVO > 2199
                DISPLAY 'ANO LETIVO INVALIDO'
                MOVE 0 TO WS-ANO-LETIVO
           END-IF
           .
       P310-FIM.


       P320-COLETA-TRIMESTRE.
           DISPLAY 'FECHAMENTO DO ' WS-IDX ' TRIMESTRE (AAAAMMDD): '
           ACCEPT WS-DATA
           PERFORM P340-VALIDA-DATA THRU P340-FIM
           IF WS-COM-ERRO
                GO TO P320-FIM
           END-IF
           IF WS-DATA NOT > WS-FECHAMENTO-ANTERIOR
                DISPLAY 'FECHAMENTO TEM DE SER DEPOIS DO TRIMESTRE '
                        'ANTERIOR'
                MOVE 'S' TO WS-ERRO-SW
                GO TO P320-FIM
           END-IF
           MOVE WS-DATA TO CAL-FECHAMENTO (WS-IDX)
           MOVE WS-DATA TO WS-FECHAMENTO-ANTERIOR

           DISPLAY 'PRAZO DE LANCAMENTO DO ' WS-IDX
                   ' TRIMESTRE (AAAAMMDD): '
           ACCEPT WS-DATA
           PERFORM P340-VALIDA-DATA THRU P340-FIM
           IF WS-COM-ERRO
                GO TO P320-FIM
           END-IF
           IF WS-DATA < CAL-FECHAMENTO (WS-IDX)
                DISPLAY 'PRAZO NAO PODE SER ANTES DO FECHAMENTO'
                MOVE 'S' TO WS-ERRO-SW
                GO TO P320-FIM
           END-IF
           MOVE WS-DATA TO CAL-PRAZO-NOTAS (WS-IDX)
           .
       P320-FIM.


       P330-COLETA-RECUPERACAO.
           DISPLAY 'INICIO DA RECUPERACAO (AAAAMMDD): '
           ACCEPT WS-DATA
           PERFORM P340-VALIDA-DATA THRU P340-FIM
           IF WS-COM-ERRO
                GO TO P330-FIM
           END-IF
           IF WS-DATA < CAL-FECHAMENTO (4)
                DISPLAY 'RECUPERACAO NAO PODE COMECAR ANTES DO '
                        'FECHAMENTO DO 4 TRIMESTRE'
                MOVE 'S' TO WS-ERRO-SW
                GO TO P330-FIM
           END-IF
           MOVE WS-DATA TO CAL-RECUP-INICIO

           DISPLAY 'FIM DA RECUPERACAO (AAAAMMDD): '
           ACCEPT WS-DATA
           PERFORM P340-VALIDA-DATA THRU P340-FIM
           IF WS-COM-ERRO
                GO TO P330-FIM
           END-IF
           IF WS-DATA < CAL-RECUP-INICIO
                DISPLAY 'FIM DA RECUPERACAO ANTES DO INICIO'
                MOVE 'S' TO WS-ERRO-SW
                GO TO P330-FIM
           END-IF
           MOVE WS-DATA TO CAL-RECUP-FIM
           .
       P330-FIM.


      *>************************************************************************
      *> Data AAAAMMDD: mes 1-12, dia 1-31, e o ano letivo ou o
      *> seguinte (a recuperacao e o prazo do 4 trimestre podem cair
      *> em janeiro).
      *>************************************************************************
       P340-VALIDA-DATA.
           IF WS-DATA-MES < 1 OR WS-DATA-MES > 12
              OR WS-DATA-DIA < 1 OR WS-DATA-DIA > 31
              OR WS-DATA-ANO < WS-ANO-LETIVO
              OR WS-DATA-ANO > WS-ANO-LETIVO + 1
                DISPLAY 'DATA INVALIDA: ' WS-DATA
                        ' - CADASTRO CANCELADO'
                MOVE 'S' TO WS-ERRO-SW
           END-IF
           .
       P340-FIM.


       P500-CONSULTA.
           PERFORM P310-COLETA-ANO THRU P310-FIM
           IF WS-ANO-LETIVO = 0
                GO TO P500-FIM
           END-IF

           MOVE WS-ANO-LETIVO TO CAL-ANO
           READ SCHOOL-CALENDAR
                INVALID KEY
                     DISPLAY 'CALENDARIO DE ' WS-ANO-LETIVO
                             ' NAO CADASTRADO'
                     GO TO P500-FIM
           END-READ

           PERFORM P510-MOSTRA-CALENDARIO
           .
       P500-FIM.


       P510-MOSTRA-CALENDARIO.
           DISPLAY 'ANO LETIVO ' CAL-ANO
           PERFORM P520-MOSTRA-TRIMESTRE
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 4
           DISPLAY '  RECUPERACAO: ' CAL-RECUP-INICIO ' A '
                   CAL-RECUP-FIM
           DISPLAY '  ATUALIZADO EM ' CAL-DATA-ATUALIZACAO ' POR '
                   CAL-SUPERVISOR
           .
       P510-FIM.


       P520-MOSTRA-TRIMESTRE.
           MOVE WS-IDX                   TO LST-TRIMESTRE
           MOVE CAL-FECHAMENTO (WS-IDX)  TO LST-FECHAMENTO
           MOVE CAL-PRAZO-NOTAS (WS-IDX) TO LST-PRAZO
           DISPLAY LST-LINHA
           .
       P520-FIM.


       P900-ENCERRA.
           CLOSE SCHOOL-CALENDAR
           DISPLAY 'MANUTENCAO ENCERRADA'
           STOP RUN
           .
       P900-FIM.

       END PROGRAM PROGM28.
