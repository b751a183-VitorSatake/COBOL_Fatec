      ******************************************************************
      * TIMESHT.CPY
      * Folhas de ponto aprovadas (TIMESHEET.DAT), uma linha por
      * cracha e periodo, com os minutos normais e extras que o
      * supervisor aprovou no PROGG35. O fechamento do periodo so
      * aceita folha cuja aprovacao ainda bate com as batidas.
      ******************************************************************
       01  TIMESHEET-RECORD.
           05 TS-INICIO      PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 TS-FIM         PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 TS-CRACHA      PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 TS-MIN-NORMAIS PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 TS-MIN-EXTRAS  PIC 9(05).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 TS-APROVADOR   PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 TS-DATA-APROV  PIC 9(08).
