      * evento de cada passo na janela diz a situacao do passo; e por
      * ele que a reexecucao do driver sabe o que ja terminou limpo e
      * de onde retomar.
      * No evento de conclusao/falha vao tambem as contagens que o
      * passo deixou no STEPCNT (CNTREC.cpy), quando deixou
      * (RUN-CONTAGEM = S): e delas que sai o balanceamento da janela
      * no relatorio da manha.
      **************************************************************************
       01  RUN-REC.
           03 RUN-DATA              PIC 9(08).
              88 RUN-EVT-FALHOU            VALUE 'F'.
              88 RUN-EVT-PULADO            VALUE 'P'.
           03 RUN-RETCODE           PIC 9(04).
           03 RUN-CONTAGEM          PIC X(01).
              88 RUN-COM-CONTAGEM          VALUE 'S'.
           03 RUN-QTDE-ENTRADA      PIC 9(07).
           03 RUN-QTDE-SAIDA        PIC 9(07).
           03 RUN-QTDE-DESVIO       PIC 9(07).
