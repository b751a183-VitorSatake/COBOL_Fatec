      ******************************************************************
      * PUNCHCOR.CPY
      * Correcoes de batida feitas pelo supervisor no PROGG35
      * (PUNCH-CORRECTIONS.DAT). SIGNIN-LOG.TXT nunca e regravado: a
      * folha de ponto aplica estas linhas por cima do log.
      * PC-ACAO: 'I' = inclui batida que faltou (PC-HORA-ORIG zero);
      *          'A' = troca a hora da batida PC-HORA-ORIG do log,
      *                que continua gravada no log como estava.
      ******************************************************************
       01  PUNCH-CORRECTION-RECORD.
           05 PC-CRACHA      PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PC-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PC-TIPO        PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PC-ACAO        PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PC-HORA-ORIG   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PC-HORA-NOVA   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PC-MOTIVO      PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PC-OPERADOR    PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PC-DATA-REG    PIC 9(08).
