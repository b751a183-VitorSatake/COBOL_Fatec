      *          soma a quantidade ao saldo em MATERIAL-STOCK.DAT e
      *          grava o movimento de entrada no diario
      *          MATERIAL-MOVES.DAT, alem da auditoria de praxe.
      *          O recebimento pode ser amarrado a um pedido de
      *          compra de PURCHASE-ORDER.DAT (PROGG24): a quantidade
      *          baixa na linha do pedido, que fecha quando recebida
      *          por inteiro ou quando o operador encerra o saldo.
      *          Cada recebimento informa tambem o custo unitario da
      *          nota (por cm2): o custo medio ponderado do material
      *          e recalculado e o movimento de entrada sai valorizado.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT MATERIAL-MOVES-FILE ASSIGN TO "MATERIAL-MOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHASE-ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PED-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           05 MS-FOLHA-LARG  PIC X(03).
           05 FILLER         PIC X(01).
           05 MS-FOLHA-ALT   PIC X(03).
      * Custo medio ponderado por cm2, recalculado a cada recebimento
      * no PROGG14. Registros antigos leem o campo como espacos (zero).
           05 FILLER         PIC X(01).
           05 MS-CUSTO-MEDIO PIC 9(05)V9(06).
       FD  MATERIAL-MOVES-FILE.
           COPY MATMOVE.
       FD  PURCHASE-ORDER-FILE.
           COPY PURCHORD.
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
       77 WS-QTD-RECEBIDA PIC 9(09)V99 VALUE ZEROS.
       77 WS-FORNECEDOR  PIC X(20) VALUE SPACES.
       77 WS-NOTA-FISCAL PIC X(10) VALUE SPACES.
       77 WS-CUSTO-UNIT  PIC 9(05)V9(06) VALUE ZEROS.
       77 WS-SALDO-ANTES PIC S9(09)V99 VALUE ZEROS.
       77 WS-VALOR-ENTRADA PIC 9(011)V99 VALUE ZEROS.
       77 WS-VALOR-ESTOQUE PIC S9(013)V9(06) VALUE ZEROS.
       77 WS-OUTRA-ENTRADA PIC X(01) VALUE 'S'.
       77 WS-QTD-LANCADAS PIC 9(03) VALUE ZERO.
       77 WS-PED-STATUS  PIC X(02) VALUE SPACES.
       77 WS-NUM-PEDIDO  PIC 9(06) VALUE ZERO.
       77 WS-QTD-PEDIDOS PIC 9(03) VALUE ZERO.
       77 WS-IX-PED      PIC 9(03) VALUE ZERO.
       77 WS-IX-PED-ACHADO PIC 9(03) VALUE ZERO.
       77 WS-PED-OVERFLOW PIC X(01) VALUE 'N'.
       77 WS-PEDIDO-OK   PIC X(01) VALUE 'S'.
       77 WS-HOUVE-BAIXA-PEDIDO PIC X(01) VALUE 'N'.
       77 WS-SALDO-PEDIDO PIC 9(09)V99 VALUE ZEROS.
       77 WS-ENCERRAR    PIC X(01) VALUE 'N'.
       01 WS-TABELA-ESTOQUE.
           05 WS-ESTOQUE-ENT OCCURS 50 TIMES.
               10 TE-CODIGO     PIC X(06).
               10 TE-REPOSICAO  PIC 9(09)V99.
               10 TE-FOLHA-LARG PIC 9(03).
               10 TE-FOLHA-ALT  PIC 9(03).
               10 TE-CUSTO-MEDIO PIC 9(05)V9(06).
       01 WS-TABELA-PEDIDOS.
           05 WS-PEDIDO-ENT OCCURS 300 TIMES.
               10 TD-NUMERO       PIC 9(06).
               10 TD-CODIGO       PIC X(06).
               10 TD-DATA         PIC 9(08).
               10 TD-QTD-PEDIDA   PIC 9(09)V99.
               10 TD-QTD-RECEBIDA PIC 9(09)V99.
               10 TD-SITUACAO     PIC X(01).
               10 TD-OPERADOR     PIC X(08).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'RECEBIMENTO DE MATERIAL'
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-ESTOQUE-PARAG
           PERFORM CARREGAR-PEDIDOS-PARAG
           IF WS-QTD-MATERIAIS = ZERO
               DISPLAY 'SEM MATERIAIS EM MATERIAL-STOCK.DAT. '
                   'NADA A RECEBER.'
               IF WS-QTD-LANCADAS > ZERO
                   PERFORM GRAVAR-ESTOQUE-PARAG
               END-IF
               IF WS-HOUVE-BAIXA-PEDIDO = 'S'
                   PERFORM REGRAVAR-PEDIDOS-PARAG
               END-IF
               DISPLAY 'RECEBIMENTOS LANCADOS: ' WS-QTD-LANCADAS
           END-IF
           GOBACK.
           IF WS-IX-MAT-ACHADO = ZERO
               DISPLAY 'MATERIAL NAO CADASTRADO: ' WS-COD-MATERIAL
           ELSE
               PERFORM LOCALIZAR-PEDIDO-PARAG
               IF WS-PEDIDO-OK NOT = 'S'
                   DISPLAY 'RECEBIMENTO NAO LANCADO.'
               ELSE
                   DISPLAY 'QUANTIDADE RECEBIDA (cm2): '
                   ACCEPT WS-QTD-RECEBIDA
                   IF WS-QTD-RECEBIDA = ZERO
                       DISPLAY 'QUANTIDADE ZERO. NADA LANCADO.'
                   ELSE
                       DISPLAY 'FORNECEDOR: '
                       ACCEPT WS-FORNECEDOR
                       DISPLAY 'NUMERO DA NOTA FISCAL: '
                       ACCEPT WS-NOTA-FISCAL
                       DISPLAY 'CUSTO UNITARIO DA NOTA (POR cm2): '
                       ACCEPT WS-CUSTO-UNIT
                       MOVE TE-SALDO(WS-IX-MAT-ACHADO) TO
                           WS-SALDO-ANTES
                       ADD WS-QTD-RECEBIDA TO
                           TE-SALDO(WS-IX-MAT-ACHADO)
                       PERFORM CALCULAR-CUSTO-MEDIO-PARAG
                       ADD 1 TO WS-QTD-LANCADAS
                       DISPLAY 'NOVO SALDO (cm2): '
                           TE-SALDO(WS-IX-MAT-ACHADO)
                       DISPLAY 'CUSTO MEDIO (POR cm2): '
                           TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO)
                       IF WS-IX-PED-ACHADO > ZERO
                           PERFORM BAIXAR-PEDIDO-PARAG
                       END-IF
                       PERFORM GRAVAR-MOVIMENTO-PARAG
                       PERFORM GRAVAR-AUDITORIA-PARAG
                   END-IF
               END-IF
           END-IF.

      * Custo medio ponderado: o valor do saldo anterior ao custo
      * medio vigente mais o valor da nota, dividido pelo novo saldo.
      * Saldo anterior zero ou negativo (baixa acima do recebido) nao
      * tem valor a ponderar: o custo medio passa a ser o da nota.
       CALCULAR-CUSTO-MEDIO-PARAG.
           COMPUTE WS-VALOR-ENTRADA ROUNDED =
               WS-QTD-RECEBIDA * WS-CUSTO-UNIT
           IF WS-SALDO-ANTES > ZERO AND
               TE-SALDO(WS-IX-MAT-ACHADO) > ZERO
               COMPUTE WS-VALOR-ESTOQUE =
                   WS-SALDO-ANTES * TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO)
                   + WS-QTD-RECEBIDA * WS-CUSTO-UNIT
               COMPUTE TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO) ROUNDED =
                   WS-VALOR-ESTOQUE / TE-SALDO(WS-IX-MAT-ACHADO)
           ELSE
               MOVE WS-CUSTO-UNIT TO TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO)
           END-IF.

      * Pedido zero vale para recebimento sem pedido de compra. Com
      * numero, a linha do pedido para o material tem de existir e
      * nao estar fechada; senao o recebimento e recusado para nao
      * baixar o pedido errado.
       LOCALIZAR-PEDIDO-PARAG.
           MOVE 'S' TO WS-PEDIDO-OK
           MOVE ZERO TO WS-IX-PED-ACHADO
           DISPLAY 'NUMERO DO PEDIDO DE COMPRA (0=SEM PEDIDO): '
           ACCEPT WS-NUM-PEDIDO
           IF WS-NUM-PEDIDO > ZERO AND WS-PED-OVERFLOW = 'S'
               DISPLAY 'PURCHASE-ORDER.DAT MAIOR QUE A TABELA. '
                   'PEDIDO NAO PODE SER BAIXADO.'
               MOVE 'N' TO WS-PEDIDO-OK
               MOVE ZERO TO WS-NUM-PEDIDO
           END-IF
           IF WS-NUM-PEDIDO > ZERO
               PERFORM VARYING WS-IX-PED FROM 1 BY 1
                   UNTIL WS-IX-PED > WS-QTD-PEDIDOS
                   IF TD-NUMERO(WS-IX-PED) = WS-NUM-PEDIDO AND
                       TD-CODIGO(WS-IX-PED) = WS-COD-MATERIAL
                       MOVE WS-IX-PED TO WS-IX-PED-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IX-PED-ACHADO = ZERO
                   DISPLAY 'PEDIDO ' WS-NUM-PEDIDO
                       ' SEM LINHA PARA O MATERIAL ' WS-COD-MATERIAL
                   MOVE 'N' TO WS-PEDIDO-OK
               ELSE
                   IF TD-SITUACAO(WS-IX-PED-ACHADO) = 'F'
                       DISPLAY 'PEDIDO ' WS-NUM-PEDIDO
                           ' JA FECHADO PARA ESTE MATERIAL.'
                       MOVE 'N' TO WS-PEDIDO-OK
                   ELSE
                       COMPUTE WS-SALDO-PEDIDO =
                           TD-QTD-PEDIDA(WS-IX-PED-ACHADO) -
                           TD-QTD-RECEBIDA(WS-IX-PED-ACHADO)
                       DISPLAY 'PEDIDO ' WS-NUM-PEDIDO
                           ' PEDIDO (cm2): '
                           TD-QTD-PEDIDA(WS-IX-PED-ACHADO)
                           ' A RECEBER (cm2): ' WS-SALDO-PEDIDO
                   END-IF
               END-IF
           END-IF.

      * Recebido o que foi pedido a linha fecha sozinha; recebimento
      * parcial deixa a linha aberta para o resto, a menos que o
      * operador encerre o saldo (fornecedor nao vai entregar).
       BAIXAR-PEDIDO-PARAG.
           ADD WS-QTD-RECEBIDA TO TD-QTD-RECEBIDA(WS-IX-PED-ACHADO)
           IF TD-QTD-RECEBIDA(WS-IX-PED-ACHADO) >=
               TD-QTD-PEDIDA(WS-IX-PED-ACHADO)
               MOVE 'F' TO TD-SITUACAO(WS-IX-PED-ACHADO)
               DISPLAY 'PEDIDO ' WS-NUM-PEDIDO
                   ' RECEBIDO POR INTEIRO. LINHA FECHADA.'
           ELSE
               COMPUTE WS-SALDO-PEDIDO =
                   TD-QTD-PEDIDA(WS-IX-PED-ACHADO) -
                   TD-QTD-RECEBIDA(WS-IX-PED-ACHADO)
               DISPLAY 'RECEBIMENTO PARCIAL. FALTAM (cm2): '
                   WS-SALDO-PEDIDO
               DISPLAY 'ENCERRAR A LINHA SEM O SALDO PENDENTE? (S/N)'
               ACCEPT WS-ENCERRAR
               IF WS-ENCERRAR = 'S' OR WS-ENCERRAR = 's'
                   MOVE 'F' TO TD-SITUACAO(WS-IX-PED-ACHADO)
                   DISPLAY 'LINHA DO PEDIDO ENCERRADA COM SALDO.'
               ELSE
                   MOVE 'P' TO TD-SITUACAO(WS-IX-PED-ACHADO)
                   DISPLAY 'LINHA DO PEDIDO CONTINUA ABERTA.'
               END-IF
           END-IF
           MOVE 'S' TO WS-HOUVE-BAIXA-PEDIDO.

       GRAVAR-MOVIMENTO-PARAG.
           OPEN EXTEND MATERIAL-MOVES-FILE
           IF WS-MOV-STATUS = '35'
                   ' NF=' DELIMITED BY SIZE
                   WS-NOTA-FISCAL DELIMITED BY '  '
                   INTO MV-REFERENCIA
               MOVE WS-CUSTO-UNIT TO MV-CUSTO-UNIT
               MOVE WS-VALOR-ENTRADA TO MV-VALOR
               MOVE TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO) TO MV-CUSTO-MEDIO
               WRITE MATERIAL-MOVE-RECORD
               IF WS-MOV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR MATERIAL-MOVES.DAT: '
               ' QTD=' WS-QTD-RECEBIDA
               ' NF=' DELIMITED BY SIZE
               WS-NOTA-FISCAL DELIMITED BY '  '
               ' PC=' WS-NUM-PEDIDO
               ' CU=' WS-CUSTO-UNIT DELIMITED BY SIZE
               INTO AUD-DADOS
           WRITE AUDIT-LOG-LINE
           IF WS-AUDIT-STATUS NOT = '00'
                                   MOVE ZERO TO
                                       TE-FOLHA-ALT(WS-QTD-MATERIAIS)
                               END-IF
                               IF MS-CUSTO-MEDIO NUMERIC
                                   MOVE MS-CUSTO-MEDIO TO
                                       TE-CUSTO-MEDIO(WS-QTD-MATERIAIS)
                               ELSE
                                   MOVE ZERO TO
                                       TE-CUSTO-MEDIO(WS-QTD-MATERIAIS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       MOVE TE-REPOSICAO(WS-IX-MAT) TO MS-REPOSICAO
                       MOVE TE-FOLHA-LARG(WS-IX-MAT) TO MS-FOLHA-LARG
                       MOVE TE-FOLHA-ALT(WS-IX-MAT) TO MS-FOLHA-ALT
                       MOVE TE-CUSTO-MEDIO(WS-IX-MAT) TO MS-CUSTO-MEDIO
                       WRITE MATERIAL-STOCK-RECORD
                   END-PERFORM
                   CLOSE MATERIAL-STOCK-FILE
               END-IF
           END-IF.

       CARREGAR-PEDIDOS-PARAG.
           MOVE ZERO TO WS-QTD-PEDIDOS
           MOVE 'N' TO WS-PED-OVERFLOW
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PED-STATUS = '00'
               PERFORM UNTIL WS-PED-STATUS = '10'
                   READ PURCHASE-ORDER-FILE
                       AT END
                           MOVE '10' TO WS-PED-STATUS
                       NOT AT END
                           IF WS-QTD-PEDIDOS >= 300
                               MOVE 'S' TO WS-PED-OVERFLOW
                               DISPLAY 'TABELA DE PEDIDOS CHEIA. '
                                   'PEDIDO IGNORADO: ' PO-NUMERO
                           ELSE
                               ADD 1 TO WS-QTD-PEDIDOS
                               MOVE PO-NUMERO TO
                                   TD-NUMERO(WS-QTD-PEDIDOS)
                               MOVE PO-CODIGO TO
                                   TD-CODIGO(WS-QTD-PEDIDOS)
                               MOVE PO-DATA TO
                                   TD-DATA(WS-QTD-PEDIDOS)
                               MOVE PO-QTD-PEDIDA TO
                                   TD-QTD-PEDIDA(WS-QTD-PEDIDOS)
                               MOVE PO-QTD-RECEBIDA TO
                                   TD-QTD-RECEBIDA(WS-QTD-PEDIDOS)
                               MOVE PO-SITUACAO TO
                                   TD-SITUACAO(WS-QTD-PEDIDOS)
                               MOVE PO-OPERADOR TO
                                   TD-OPERADOR(WS-QTD-PEDIDOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       REGRAVAR-PEDIDOS-PARAG.
           IF WS-PED-OVERFLOW = 'S'
               DISPLAY 'PURCHASE-ORDER.DAT TEM MAIS LINHAS DO QUE A '
                   'TABELA COMPORTA. ARQUIVO NAO REGRAVADO PARA '
                   'NAO PERDER PEDIDOS.'
           ELSE
               OPEN OUTPUT PURCHASE-ORDER-FILE
               IF WS-PED-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR PURCHASE-ORDER.DAT: '
                       WS-PED-STATUS
               ELSE
                   PERFORM VARYING WS-IX-PED FROM 1 BY 1
                       UNTIL WS-IX-PED > WS-QTD-PEDIDOS
                       MOVE SPACES TO PURCHASE-ORDER-RECORD
                       MOVE TD-NUMERO(WS-IX-PED) TO PO-NUMERO
                       MOVE TD-CODIGO(WS-IX-PED) TO PO-CODIGO
                       MOVE TD-DATA(WS-IX-PED) TO PO-DATA
                       MOVE TD-QTD-PEDIDA(WS-IX-PED) TO PO-QTD-PEDIDA
                       MOVE TD-QTD-RECEBIDA(WS-IX-PED) TO
                           PO-QTD-RECEBIDA
                       MOVE TD-SITUACAO(WS-IX-PED) TO PO-SITUACAO
                       MOVE TD-OPERADOR(WS-IX-PED) TO PO-OPERADOR
                       WRITE PURCHASE-ORDER-RECORD
                   END-PERFORM
                   CLOSE PURCHASE-ORDER-FILE
               END-IF
           END-IF.

       LER-OPERADOR-PARAG.
           MOVE 'DESCONH' TO WS-OPERADOR
           OPEN INPUT OPERATOR-SESSION-FILE
