      ******************************************************************
      * INVCOUNT.CPY
      * Contagem fisica de estoque (INVENTORY-COUNT.DAT), gravada pelo
      * PROGG25: uma linha por material de MATERIAL-STOCK.DAT com o
      * saldo contabil congelado na abertura da contagem (IC-DATA) e
      * a quantidade contada no chao. IC-CONTADO: 'S' quando a
      * quantidade ja foi informada. IC-SITUACAO: 'A' = contagem
      * aberta, 'L' = ajuste ja lancado em MATERIAL-MOVES.DAT.
      ******************************************************************
       01  INVENTORY-COUNT-RECORD.
           05 IC-CODIGO      PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IC-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IC-SALDO-LIVRO PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IC-QTD-CONTADA PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IC-CONTADO     PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IC-SITUACAO    PIC X(01).
