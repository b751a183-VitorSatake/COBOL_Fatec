      ******************************************************************
      * PAYMENT.CPY
      * Diario de pagamentos (PAYMENTS.DAT): um registro por pagamento
      * lancado pelo PROGG27 contra uma fatura de RECEIVABLES.DAT,
      * integral ou parcial, do mesmo modo que MATERIAL-MOVES.DAT
      * explica um saldo de material. PG-SALDO-APOS e o que a fatura
      * ainda deve depois do pagamento.
      ******************************************************************
       01  PAYMENT-RECORD.
           05 PG-FATURA      PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PG-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PG-HORA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PG-VALOR       PIC 9(013)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PG-SALDO-APOS  PIC 9(013)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PG-OPERADOR    PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PG-REFERENCIA  PIC X(30).
