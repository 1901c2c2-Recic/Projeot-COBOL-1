      * (lancamento de um trimestre) ou CORRECAO (trimestre corrigido);
      * as colunas LOG-N1..N4 carregam as notas como ficaram gravadas
      * no mestre depois da acao.
      * LOG-ATRASO = S marca o LANC-TRIM ou a CORRECAO gravada depois
      * do prazo de lancamento do trimestre no calendario escolar
      * (CALEND) - so o supervisor (ou o lote ja validado) passa
      * depois do prazo. Linha gravada antes do calendario vem com o
      * campo em branco.
      **************************************************************************
       01  LOG-REC.
           03 LOG-DATA              PIC 9(08).
           03 LOG-MD-DEPOIS         PIC 9(02)V9(02).
           03 LOG-NOTA-RECUP        PIC 9(02).
           03 LOG-TRIMESTRE         PIC 9(01).
           03 LOG-ATRASO            PIC X(01).
              88 LOG-FORA-DO-PRAZO         VALUE 'S'.
