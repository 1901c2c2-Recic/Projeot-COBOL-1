      **************************************************************************
      * BKPCREC.cpy
      * Registro do catalogo de backups (BACKUP-CATALOG, arquivo
      * BKPCAT), gravado pelo backup de antes da janela (PROGM32): uma
      * linha por geracao numerada, com a data/hora em que a copia foi
      * tirada - que e o ponto de corte da recuperacao avante (PROGM16)
      * - e a quantidade de registros copiados de cada arquivo. Geracao
      * que caiu no meio da copia fica INCOMPLETA e nunca e oferecida
      * para restauracao.
      * A geracao 00000 e o registro de controle (BKC-CTL-REC): ultima
      * geracao numerada e quantas geracoes o catalogo mantem.
      * Chave: BKC-GERACAO.
      **************************************************************************
       01  BKC-REC.
           03 BKC-GERACAO           PIC 9(05).
           03 BKC-DATA              PIC 9(08).
           03 BKC-HORA              PIC 9(08).
           03 BKC-SITUACAO          PIC X(01).
              88 BKC-COMPLETA              VALUE 'C'.
              88 BKC-INCOMPLETA            VALUE 'I'.
           03 BKC-QTDE-ALUNOMST     PIC 9(07).
           03 BKC-QTDE-TRANSCPT     PIC 9(07).
           03 BKC-QTDE-CADALUNO     PIC 9(07).
           03 BKC-QTDE-FREQMST      PIC 9(07).
           03 BKC-QTDE-SUBJCAT      PIC 9(07).

       01  BKC-CTL-REC.
           03 BKC-CTL-GERACAO       PIC 9(05).
           03 BKC-CTL-ULTIMA        PIC 9(05).
           03 BKC-CTL-MANTER        PIC 9(02).
           03 FILLER                PIC X(45).
