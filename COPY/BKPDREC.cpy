      **************************************************************************
      * BKPDREC.cpy
      * Registro do arquivo de copias de backup (BACKUP-DATA, arquivo
      * BKPDATA), gravado pelo PROGM32: cada registro de ALUNOMST,
      * TRANSCPT, CADALUNO, FREQMST e SUBJCAT copiado numa geracao,
      * guardado como veio, na ordem da chave do arquivo de origem -
      * e assim que a restauracao (PROGM16) o regrava. O catalogo
      * (BKPCAT, BKPCREC.cpy) diz quantos registros cada arquivo tem
      * na geracao.
      * BKD-TAMANHO e o tamanho do registro de origem: o historico
      * (TRAN-REC) varia com a quantidade de materias, de 75 ate 361
      * posicoes - o maior registro copiado - e a restauracao devolve
      * so esse tanto.
      * Chave: BKD-CHAVE = BKD-GERACAO + BKD-ARQUIVO + BKD-SEQ.
      **************************************************************************
       01  BKD-REC.
           03 BKD-CHAVE.
              05 BKD-GERACAO       PIC 9(05).
              05 BKD-ARQUIVO       PIC X(08).
              05 BKD-SEQ           PIC 9(07).
           03 BKD-TAMANHO          PIC 9(03).
           03 BKD-DADOS            PIC X(361).
