      * Cabecalho de orcamento (QUOTE-HEADER.DAT): um registro por
      * orcamento gerado pelo PROGG02, chaveado por QS-NUMERO de
      * QUOTE-SEQ.DAT. QH-SITUACAO: 'P' = pendente, 'A' = aceito,
      * 'R' = recusado, 'V' = vencido (pendente que passou da
      * validade, marcado pelo PROGG31). Os itens ficam em
      * QUOTE-ITEMS.DAT (QUOTEITM).
      * QH-CLIENTE e o codigo em CUSTOMER.DAT (CUSTOMER); orcamentos
      * antigos leem o campo como espacos (sem cliente).
      * QH-VALIDADE (AAAAMMDD) e o ultimo dia em que o orcamento vale
      * pelos precos da data; orcamentos antigos leem o campo como
      * espacos e valem 30 dias a partir de QH-DATA.
      ******************************************************************
       01  QUOTE-HEADER-RECORD.
           05 QH-NUMERO      PIC 9(06).
           05 QH-TOTAL       PIC 9(013)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 QH-SITUACAO    PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 QH-CLIENTE     PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 QH-VALIDADE    PIC X(08).
