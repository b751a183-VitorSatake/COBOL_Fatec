      * Diario de movimentos de material (MATERIAL-MOVES.DAT): um
      * registro por movimento no saldo de MATERIAL-STOCK.DAT, do
      * mesmo modo que GRADE-HISTORY.DAT explica uma nota. MV-TIPO:
      * 'E' = entrada (recebimento), 'S' = saida (consumo de corte),
      * 'A' = ajuste de inventario a maior (sobra na contagem fisica),
      * 'Q' = ajuste de inventario a menor (quebra na contagem).
      * MV-REFERENCIA guarda fornecedor e nota fiscal na entrada, a
      * origem do consumo na saida ou a data da contagem no ajuste.
      * Valorizacao a custo medio ponderado (custo por cm2):
      * MV-CUSTO-UNIT e o custo da nota na entrada e o custo medio do
      * material nos demais movimentos; MV-VALOR = MV-QTD x
      * MV-CUSTO-UNIT; MV-CUSTO-MEDIO e o custo medio do material
      * depois do movimento. Movimentos antigos leem os tres campos
      * como espacos (sem valor).
      ******************************************************************
       01  MATERIAL-MOVE-RECORD.
           05 MV-CODIGO      PIC X(06).
           05 MV-OPERADOR    PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 MV-REFERENCIA  PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 MV-CUSTO-UNIT  PIC 9(05)V9(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 MV-VALOR       PIC 9(011)V99.
           05 FILLER         PIC X(01) VALUE SPACE.
           05 MV-CUSTO-MEDIO PIC 9(05)V9(06).
