      ******************************************************************
      * PURCHORD.CPY
      * Pedidos de compra de material (PURCHASE-ORDER.DAT): uma linha
      * por material pedido, numerada por PO-SEQ.DAT. O PROGG24 gera
      * os pedidos a partir da sugestao de reposicao e o PROGG14
      * baixa cada recebimento na linha do pedido informado, para o
      * que ainda esta em pedido entrar na proxima sugestao e o
      * material nao ser pedido duas vezes. PO-SITUACAO: 'A' =
      * aberto, 'P' = recebido em parte, 'F' = fechado (recebido por
      * inteiro ou encerrado com saldo pendente no recebimento).
      ******************************************************************
       01  PURCHASE-ORDER-RECORD.
           05 PO-NUMERO      PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PO-CODIGO      PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PO-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PO-QTD-PEDIDA  PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PO-QTD-RECEBIDA PIC 9(09)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PO-SITUACAO    PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PO-OPERADOR    PIC X(08).
