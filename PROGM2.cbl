      *                 segurar as notas ate dezembro. Enquanto o ano
      *                 nao fecha o status mostrado e ANDAMENTO, com a
      *                 media parcial dos trimestres ja lancados.
      * 15/10/2026  RC  O ID e o nivel do operador passam a acompanhar
      *                 a validacao da materia e o lancamento do
      *                 trimestre: operador comum so lanca na turma/
      *                 materia que lhe foi atribuida (ATRIBUI,
      *                 PROGM25), e a recusa e avisada ja na coleta da
      *                 materia.
      * 15/10/2026  RC  Prazo do calendario escolar (CALEND, PROGM28):
      *                 lancamento de trimestre de operador comum
      *                 depois do prazo e recusado com aviso; o de
      *                 supervisor (e a correcao) passa, com aviso de
      *                 que saiu no log como fora do prazo.
      * 15/10/2026  RC  Sign-on com bloqueio e troca de senha (PROGM2S):
      *                 operador bloqueado, ou que nao concluiu a troca
      *                 obrigatoria de senha, encerra o programa em vez
      *                 de ganhar nova tentativa; cada tentativa vai
      *                 para o log de sign-on com o nome do programa.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM2.
      *> Sign-on: identifica quem esta lancando as notas nesta execucao,
      *> uma unica vez, conferindo ID e senha no cadastro de operadores
      *> via PROGM2S. O nivel devolvido decide se a correcao (opcao 3)
      *> fica liberada. Tres tentativas erradas encerram o programa;
      *> operador bloqueado (falhas seguidas, contadas no cadastro)
      *> encerra na hora.
      *>************************************************************************
       P090-IDENTIFICA.
           ADD 1 TO WS-TENTATIVAS

           MOVE WS-OPERADOR TO SGN-OPERADOR
           MOVE WS-SENHA    TO SGN-SENHA
           MOVE 'PROGM2'    TO SGN-PROGRAMA

           CALL 'PROGM2S' USING SIGNON-PARMS
           END-CALL
                     DISPLAY 'CADASTRO DE OPERADORES INDISPONIVEL - '
                             'RODE PROGM12'
                     STOP RUN
                WHEN SGN-OPERADOR-BLOQUEADO
                     DISPLAY 'OPERADOR BLOQUEADO - PROCURE O SUPERVISOR'
                     STOP RUN
                WHEN SGN-TROCA-PENDENTE
                     STOP RUN
                WHEN OTHER
                     DISPLAY 'ID OU SENHA INVALIDOS - TENTE NOVAMENTE'
                     PERFORM P090-IDENTIFICA
      *>    working-storage.
            MOVE SPACE TO PRM-REPROCESSO
            SET PRM-MODO-VALIDA TO TRUE
            MOVE WS-OPERADOR  TO PRM-OPERADOR
            MOVE WS-NIVEL     TO PRM-NIVEL
            MOVE WS-NOME      TO PRM-NOME
            MOVE WS-MATRICULA TO PRM-MATRICULA
            MOVE WS-MAT       TO PRM-MATERIA
            CALL 'PROGM2P' USING PROCESS-PARMS
            END-CALL

            EVALUATE TRUE
                 WHEN PRM-OK
                      CONTINUE
                 WHEN PRM-MATERIA-INATIVA
                      DISPLAY 'MATERIA DESATIVADA - TENTE NOVAMENTE'
                      PERFORM P003-COLETA-MATERIA
                 WHEN PRM-SEM-ATRIBUICAO
                      DISPLAY 'MATERIA NAO ATRIBUIDA A VOCE NA TURMA '
                              'DO ALUNO - TENTE NOVAMENTE'
                      PERFORM P003-COLETA-MATERIA
      *>             O prazo respondido e o do trimestre neutro acima -
      *>             o trimestre de verdade e conferido no lancamento.
                 WHEN PRM-PRAZO-ENCERRADO
                      CONTINUE
                 WHEN OTHER
                      DISPLAY 'MATERIA INVALIDA - TENTE NOVAMENTE'
                      PERFORM P003-COLETA-MATERIA
            END-EVALUATE
            .
       P003-FIM.

       P200-RESULTADO.
           SET PRM-MODO-TRIMESTRE TO TRUE
           MOVE WS-OPERADOR   TO PRM-OPERADOR
           MOVE WS-NIVEL      TO PRM-NIVEL
           MOVE WS-NOME       TO PRM-NOME
           MOVE WS-MATRICULA  TO PRM-MATRICULA
           MOVE WS-MAT        TO PRM-MATERIA
                GO TO P200-FIM
           END-IF

           IF PRM-PRAZO-ENCERRADO
                DISPLAY 'PRAZO DE LANCAMENTO DO ' WS-TRIM-LANC
                        ' TRIMESTRE ENCERRADO - PROCURE O SUPERVISOR'
                GO TO P200-FIM
           END-IF

           IF NOT PRM-OK
                DISPLAY 'NAO FOI POSSIVEL GRAVAR O RESULTADO - CODIGO '
                        PRM-RETORNO
                GO TO P200-FIM
           END-IF

           IF PRM-LANC-ATRASADO
                DISPLAY 'AVISO: LANCAMENTO FORA DO PRAZO - REGISTRADO '
                        'NO LOG'
           END-IF

           MOVE PRM-MD TO WS-MD
           MOVE PRM-MD TO WS-MD-EDT
           MOVE PRM-AR TO WS-AR
                GO TO P210-FIM
           END-IF

           IF PRM-LANC-ATRASADO
                DISPLAY 'AVISO: CORRECAO FORA DO PRAZO - REGISTRADA '
                        'NO LOG'
           END-IF

           MOVE PRM-MD-ANTES TO WS-MD-ANTES-EDT
           MOVE PRM-MD       TO WS-MD-EDT

