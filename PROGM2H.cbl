      **************************************************************************
      * Author: Renan Cicero
      * Date: 15/10/2026
      * Purpose: Desafio Modulo 2 - Cifra de Senha de Operador
      *
      * Modification History
      * ---------------------------------------------------------------------
      * 15/10/2026  RC  Rotina comum de cifra de senha, chamada via
      *                 CALL pelo sign-on (PROGM2S) e pela manutencao
      *                 do cadastro de operadores (PROGM12): transforma
      *                 ID + senha numa cifra de 16 digitos que nao
      *                 devolve a senha (CIFRPARM.cpy). O OPERMST
      *                 guardava a senha como digitada, legivel por
      *                 qualquer um que listasse o arquivo; agora so a
      *                 cifra e gravada e o sign-on compara cifras.
      **************************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGM2H.

      **************************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *>  Caracteres aceitos na senha; a posicao de cada caractere na
      *>  tabela e o valor dele na conta (fora da tabela vale 91).
       01  WS-ALFABETO-DEF.
           03 FILLER                PIC X(45) VALUE
                   ' ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789abcdefgh'.
           03 FILLER                PIC X(45) VALUE
                   'ijklmnopqrstuvwxyz!#$%&()*+,-./:;<=>?@[]_{}|~'.
       01  WS-ALFABETO REDEFINES WS-ALFABETO-DEF
                                    PIC X(90).

       01  WS-ENTRADA.
           03 WS-ENTRADA-ID         PIC X(08).
           03 WS-ENTRADA-SENHA      PIC X(08).

       01  WS-POS                   PIC 9(02) COMP VALUE 0.
       01  WS-CARACTER              PIC X(01) VALUE SPACE.
       01  WS-VALOR                 PIC 9(03) COMP VALUE 0.
       01  WS-RODADA                PIC 9(01) COMP VALUE 0.

       01  WS-ACUM-1                PIC 9(08) VALUE 0.
       01  WS-ACUM-2                PIC 9(08) VALUE 0.
       01  WS-TRABALHO              PIC 9(12) COMP VALUE 0.
       01  WS-QUOCIENTE             PIC 9(12) COMP VALUE 0.

       01  WS-CIFRA.
           03 WS-CIFRA-1            PIC 9(08).
           03 WS-CIFRA-2            PIC 9(08).

      **************************************************************************
       LINKAGE SECTION.
           COPY CIFRPARM.

      **************************************************************************
       PROCEDURE DIVISION USING CIFRA-PARMS.

      *>************************************************************************
      *> Dois acumuladores independentes percorrem os 16 caracteres de
      *> ID + senha, cada um com multiplicador e modulo primos proprios;
      *> a segunda rodada faz o fim da senha pesar tambem no comeco da
      *> cifra.
      *>************************************************************************
       P100-CIFRA.
           MOVE CIF-OPERADOR TO WS-ENTRADA-ID
           MOVE CIF-SENHA    TO WS-ENTRADA-SENHA
           MOVE 5381 TO WS-ACUM-1
           MOVE 7919 TO WS-ACUM-2

           PERFORM P110-MISTURA
                   VARYING WS-RODADA FROM 1 BY 1 UNTIL WS-RODADA > 2
                   AFTER WS-POS FROM 1 BY 1 UNTIL WS-POS > 16

           MOVE WS-ACUM-1 TO WS-CIFRA-1
           MOVE WS-ACUM-2 TO WS-CIFRA-2
           MOVE WS-CIFRA  TO CIF-RESULTADO
           .
       P100-FIM.
           GOBACK.


       P110-MISTURA.
           MOVE WS-ENTRADA (WS-POS:1) TO WS-CARACTER
           MOVE 0 TO WS-VALOR
           INSPECT WS-ALFABETO TALLYING WS-VALOR
                   FOR CHARACTERS BEFORE INITIAL WS-CARACTER
           ADD 1 TO WS-VALOR

           COMPUTE WS-TRABALHO = WS-ACUM-1 * 131 + WS-VALOR + WS-POS
           DIVIDE WS-TRABALHO BY 99999989
                  GIVING WS-QUOCIENTE REMAINDER WS-ACUM-1

           COMPUTE WS-TRABALHO = WS-ACUM-2 * 137
                               + WS-VALOR * WS-POS + WS-RODADA * 17
           DIVIDE WS-TRABALHO BY 99999971
                  GIVING WS-QUOCIENTE REMAINDER WS-ACUM-2
           .
       P110-FIM.

       END PROGRAM PROGM2H.
