      *                 lancamento de matricula nao cadastrada ou nao
      *                 ativa - nota digitada para quem se transferiu
      *                 em maio cai no suspense, nao no mestre.
      * 15/10/2026  RC  Listagem mostra a situacao CONCLUIDO, gravada
      *                 pela promocao anual (PROGM23) para o aluno
      *                 aprovado na ultima serie.
      * 15/10/2026  RC  Cadastro do responsavel pelo aluno (RESPONS,
      *                 RESPREC.cpy, chave matricula) mantido aqui junto
      *                 com o aluno: nome, endereco, telefone e e-mail,
      *                 pedidos logo depois da inclusao do aluno e
      *                 alterados/consultados pelas opcoes 7 e 8. E o
      *                 destinatario das cartas e e-mails da
      *                 notificacao noturna (PROGM31).
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM13.
               RECORD KEY IS CAD-MATRICULA
               FILE STATUS IS WS-CADA-STATUS.

           SELECT GUARDIAN-REGISTRY
               ASSIGN TO 'RESPONS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSP-MATRICULA
               FILE STATUS IS WS-RESP-STATUS.

      **************************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-ENROLLMENT.
           COPY CADAREC.

       FD  GUARDIAN-REGISTRY.
           COPY RESPREC.

      **************************************************************************
       WORKING-STORAGE SECTION.
       01  WS-CADA-STATUS           PIC X(02) VALUE '00'.
       01  WS-RESP-STATUS           PIC X(02) VALUE '00'.

       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88 WS-FIM-ARQUIVO            VALUE 'S'.
       01  WS-MATRICULA             PIC X(12) VALUE SPACE.
       01  WS-NOME                  PIC X(30) VALUE SPACE.
       01  WS-TURMA                 PIC X(06) VALUE SPACE.
       01  WS-RESP                  PIC 9(01) VALUE 0.

      *>  Responsavel em digitacao - validado aqui antes de encostar
      *>  no registro do arquivo indexado.
       01  WS-RESPONSAVEL.
           03 WS-RSP-NOME           PIC X(30) VALUE SPACE.
           03 WS-RSP-ENDERECO       PIC X(40) VALUE SPACE.
           03 WS-RSP-BAIRRO         PIC X(20) VALUE SPACE.
           03 WS-RSP-CIDADE         PIC X(20) VALUE SPACE.
           03 WS-RSP-UF             PIC X(02) VALUE SPACE.
           03 WS-RSP-CEP            PIC X(08) VALUE SPACE.
           03 WS-RSP-TELEFONE       PIC X(15) VALUE SPACE.
           03 WS-RSP-EMAIL          PIC X(50) VALUE SPACE.

       01  WS-QTDE-ARROBA           PIC 9(02) COMP VALUE 0.

       01  WS-RSP-EXISTE-SW         PIC X(01) VALUE 'N'.
           88 WS-RSP-EXISTE             VALUE 'S'.

       01  LST-LINHA.
           03 LST-MATRICULA          PIC X(14).
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO DE ALUNOS'
                STOP RUN
           END-IF

           OPEN I-O GUARDIAN-REGISTRY
           IF WS-RESP-STATUS = '35'
                OPEN OUTPUT GUARDIAN-REGISTRY
                CLOSE GUARDIAN-REGISTRY
                OPEN I-O GUARDIAN-REGISTRY
           END-IF

           IF WS-RESP-STATUS NOT = '00'
                DISPLAY 'NAO FOI POSSIVEL ABRIR O CADASTRO DE '
                        'RESPONSAVEIS'
                STOP RUN
           END-IF
           .
       P100-FIM.

           DISPLAY ' '
           DISPLAY '***** MANUTENCAO DO CADASTRO DE ALUNOS *****'
           DISPLAY '1=INCLUIR  2=ALTERAR NOME/TURMA  3=TRANSFERIR'
           DISPLAY '4=DESLIGAR 5=REATIVAR  6=LISTAR'
           DISPLAY '7=CADASTRAR/ALTERAR RESPONSAVEL  '
                   '8=CONSULTAR RESPONSAVEL  9=SAIR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
                     PERFORM P520-REATIVAR THRU P520-FIM
                WHEN 6
                     PERFORM P600-LISTAR THRU P600-FIM
                WHEN 7
                     PERFORM P700-RESPONSAVEL THRU P700-FIM
                WHEN 8
                     PERFORM P800-CONSULTA-RESPONSAVEL THRU P800-FIM
                WHEN 9
                     CONTINUE
                WHEN OTHER
                     GO TO P300-FIM
           END-WRITE
           DISPLAY 'ALUNO INCLUIDO: ' WS-MATRICULA

           DISPLAY 'CADASTRAR O RESPONSAVEL AGORA? (1=SIM/2=NAO)'
           ACCEPT WS-RESP
           IF WS-RESP = 1
                MOVE 'N' TO WS-RSP-EXISTE-SW
                PERFORM P710-COLETA-RESPONSAVEL THRU P710-FIM
                PERFORM P720-GRAVA-RESPONSAVEL THRU P720-FIM
           END-IF
           .
       P300-FIM.

                          MOVE 'TRANSFERIDO' TO LST-SITUACAO
                     WHEN CAD-DESLIGADO
                          MOVE 'DESLIGADO' TO LST-SITUACAO
                     WHEN CAD-CONCLUIDO
                          MOVE 'CONCLUIDO' TO LST-SITUACAO
                     WHEN OTHER
                          MOVE '?' TO LST-SITUACAO
                END-EVALUATE
       P610-FIM.


      *>************************************************************************
      *> Responsavel do aluno: um por matricula. Se ja existe, mostra o
      *> cadastro atual e a digitacao substitui tudo.
      *>************************************************************************
       P700-RESPONSAVEL.
           PERFORM P320-LOCALIZA-ALUNO
           IF WS-FIM-ARQUIVO
                GO TO P700-FIM
           END-IF

           MOVE 'N' TO WS-RSP-EXISTE-SW
           MOVE WS-MATRICULA TO RSP-MATRICULA
           READ GUARDIAN-REGISTRY
                INVALID KEY
                     DISPLAY 'ALUNO SEM RESPONSAVEL CADASTRADO'
                NOT INVALID KEY
                     MOVE 'S' TO WS-RSP-EXISTE-SW
                     PERFORM P810-MOSTRA-RESPONSAVEL
           END-READ

           PERFORM P710-COLETA-RESPONSAVEL THRU P710-FIM
           PERFORM P720-GRAVA-RESPONSAVEL THRU P720-FIM
           .
       P700-FIM.


      *>************************************************************************
      *> Nome e endereco sao obrigatorios (a carta sempre sai); CEP
      *> numerico; e-mail e opcional, mas se informado tem de ter uma
      *> arroba - sem ele a notificacao vai so por carta.
      *>************************************************************************
       P710-COLETA-RESPONSAVEL.
           DISPLAY 'NOME DO RESPONSAVEL: '
           ACCEPT WS-RSP-NOME
           IF WS-RSP-NOME = SPACE OR
              FUNCTION TRIM(WS-RSP-NOME) IS NUMERIC
                DISPLAY 'NOME INVALIDO - TENTE NOVAMENTE'
                GO TO P710-COLETA-RESPONSAVEL
           END-IF
           .
       P710-ENDERECO.
           DISPLAY 'ENDERECO (RUA, NUMERO, COMPLEMENTO): '
           ACCEPT WS-RSP-ENDERECO
           IF WS-RSP-ENDERECO = SPACE
                DISPLAY 'ENDERECO OBRIGATORIO - TENTE NOVAMENTE'
                GO TO P710-ENDERECO
           END-IF
           DISPLAY 'BAIRRO: '
           ACCEPT WS-RSP-BAIRRO
           DISPLAY 'CIDADE: '
           ACCEPT WS-RSP-CIDADE
           DISPLAY 'UF: '
           ACCEPT WS-RSP-UF
           .
       P710-CEP.
           DISPLAY 'CEP (8 DIGITOS): '
           ACCEPT WS-RSP-CEP
           IF WS-RSP-CEP IS NOT NUMERIC
                DISPLAY 'CEP INVALIDO - TENTE NOVAMENTE'
                GO TO P710-CEP
           END-IF
           DISPLAY 'TELEFONE: '
           ACCEPT WS-RSP-TELEFONE
           .
       P710-EMAIL.
           DISPLAY 'E-MAIL (EM BRANCO SE NAO TIVER): '
           ACCEPT WS-RSP-EMAIL
           IF WS-RSP-EMAIL NOT = SPACE
                MOVE 0 TO WS-QTDE-ARROBA
                INSPECT WS-RSP-EMAIL TALLYING WS-QTDE-ARROBA
                        FOR ALL '@'
                IF WS-QTDE-ARROBA NOT = 1
                     DISPLAY 'E-MAIL INVALIDO - TENTE NOVAMENTE'
                     GO TO P710-EMAIL
                END-IF
           END-IF
           .
       P710-FIM.


       P720-GRAVA-RESPONSAVEL.
           MOVE WS-MATRICULA    TO RSP-MATRICULA
           MOVE WS-RSP-NOME     TO RSP-NOME
           MOVE WS-RSP-ENDERECO TO RSP-ENDERECO
           MOVE WS-RSP-BAIRRO   TO RSP-BAIRRO
           MOVE WS-RSP-CIDADE   TO RSP-CIDADE
           MOVE WS-RSP-UF       TO RSP-UF
           MOVE WS-RSP-CEP      TO RSP-CEP
           MOVE WS-RSP-TELEFONE TO RSP-TELEFONE
           MOVE WS-RSP-EMAIL    TO RSP-EMAIL

           IF WS-RSP-EXISTE
                REWRITE RSP-REC
                     INVALID KEY
                          DISPLAY 'ERRO AO REGRAVAR O RESPONSAVEL'
                          GO TO P720-FIM
                END-REWRITE
           ELSE
                WRITE RSP-REC
                     INVALID KEY
                          DISPLAY 'ERRO AO GRAVAR O RESPONSAVEL'
                          GO TO P720-FIM
                END-WRITE
           END-IF
           DISPLAY 'RESPONSAVEL GRAVADO PARA A MATRICULA ' WS-MATRICULA
           .
       P720-FIM.


       P800-CONSULTA-RESPONSAVEL.
           PERFORM P320-LOCALIZA-ALUNO
           IF WS-FIM-ARQUIVO
                GO TO P800-FIM
           END-IF

           MOVE WS-MATRICULA TO RSP-MATRICULA
           READ GUARDIAN-REGISTRY
                INVALID KEY
                     DISPLAY 'ALUNO SEM RESPONSAVEL CADASTRADO'
                     GO TO P800-FIM
           END-READ
           PERFORM P810-MOSTRA-RESPONSAVEL
           .
       P800-FIM.


       P810-MOSTRA-RESPONSAVEL.
           DISPLAY 'ALUNO......: ' CAD-NOME ' TURMA ' CAD-TURMA
           DISPLAY 'RESPONSAVEL: ' RSP-NOME
           DISPLAY 'ENDERECO...: ' RSP-ENDERECO
           DISPLAY '             ' RSP-BAIRRO ' ' RSP-CIDADE
                   ' ' RSP-UF ' CEP ' RSP-CEP
           DISPLAY 'TELEFONE...: ' RSP-TELEFONE
           DISPLAY 'E-MAIL.....: ' RSP-EMAIL
           .
       P810-FIM.


       P900-ENCERRA.
           CLOSE STUDENT-ENROLLMENT GUARDIAN-REGISTRY
           DISPLAY 'MANUTENCAO ENCERRADA'
           STOP RUN
           .
