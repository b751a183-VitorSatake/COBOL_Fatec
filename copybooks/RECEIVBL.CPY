      ******************************************************************
      * RECEIVBL.CPY
      * Contas a receber (RECEIVABLES.DAT): uma linha por fatura
      * emitida pelo PROGG27 a partir de um orcamento aceito,
      * numerada por INVOICE-SEQ.DAT. RC-ORCAMENTO amarra a fatura ao
      * QH-NUMERO e impede faturar o mesmo orcamento duas vezes.
      * RC-PAGO acumula os pagamentos lancados (PAYMENTS.DAT).
      * RC-SITUACAO: 'A' = aberta, 'P' = paga em parte, 'Q' = quitada.
      ******************************************************************
       01  RECEIVABLE-RECORD.
           05 RC-FATURA      PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-ORCAMENTO   PIC 9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-CLIENTE     PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-EMISSAO     PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-VENCIMENTO  PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-VALOR       PIC 9(013)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-PAGO        PIC 9(013)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-SITUACAO    PIC X(01).
