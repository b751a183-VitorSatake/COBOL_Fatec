      ******************************************************************
      * WORKORD.CPY
      * Ordem de producao (WORK-ORDER.DAT): uma por orcamento aceito,
      * numerada por WO-SEQ.DAT e aberta pelo PROGG18 junto com as
      * pecas em CUTLIST.DAT (CUTLIST). O lote do PROGG02 reconta as
      * pecas cortadas de cada ordem aberta e conclui a ordem quando
      * nao resta peca pendente. WO-SITUACAO: 'A' = aberta,
      * 'C' = concluida (WO-CONCLUSAO = data do ultimo corte).
      ******************************************************************
       01  WORK-ORDER-RECORD.
           05 WO-NUMERO      PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WO-ORCAMENTO   PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WO-CLIENTE     PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WO-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WO-PECAS       PIC 9(03).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WO-CORTADAS    PIC 9(03).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WO-SITUACAO    PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 WO-CONCLUSAO   PIC 9(08).
