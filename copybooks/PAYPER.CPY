      ******************************************************************
      * PAYPER.CPY
      * Periodos de pagamento fechados (PAY-PERIOD.DAT). O PROGG35
      * grava a linha ao gerar a interface da folha; dali em diante
      * o periodo fica travado: nao aceita correcao nem aprovacao e
      * a folha passa a sair com as horas aprovadas, sem recalculo.
      ******************************************************************
       01  PAY-PERIOD-RECORD.
           05 PP-INICIO      PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PP-FIM         PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PP-DATA-FECH   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PP-OPERADOR    PIC X(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 PP-QTD-PESSOAS PIC 9(05).
