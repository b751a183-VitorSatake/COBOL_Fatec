      ******************************************************************
      * TERMCLOS.CPY
      * Indice de periodos fechados (CLOSED-TERMS.DAT). O PROGG15
      * acrescenta uma linha a cada fechamento conferido, apontando o
      * arquivo TERM-ARCHIVE-<PERIODO>.DAT; quem precisa ler as notas
      * de todos os periodos (auditoria de formatura do PROGG34) le o
      * arquivo vivo e cada arquivo listado aqui.
      ******************************************************************
       01  CLOSED-TERM-RECORD.
           05 CT-TERM        PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CT-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CT-QTD         PIC 9(07).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CT-OPERADOR    PIC X(08).
