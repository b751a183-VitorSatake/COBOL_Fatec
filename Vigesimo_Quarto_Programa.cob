      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sugestao de reposicao de material e pedidos de compra.
      *          Para cada material de MATERIAL-STOCK.DAT soma a
      *          demanda ja comprometida nos orcamentos pendentes
      *          (QUOTE-HEADER.DAT com QH-SITUACAO 'P' e as areas dos
      *          seus itens em QUOTE-ITEMS.DAT) e o que ainda esta em
      *          pedido em PURCHASE-ORDER.DAT. Lista em REORDER.TXT todo
      *          material cujo saldo, ou saldo menos o comprometido,
      *          fica abaixo do ponto de reposicao e, no modo (G)erar,
      *          abre um pedido de compra numerado (PO-SEQ.DAT) para
      *          cada material cuja posicao projetada continua abaixo
      *          do ponto mesmo contando o que ja foi pedido.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG24.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAL-STOCK-FILE ASSIGN TO "MATERIAL-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTE-HEADER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHDR-STATUS.
           SELECT QUOTE-ITEMS-FILE ASSIGN TO "QUOTE-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QITM-STATUS.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHASE-ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PED-STATUS.
           SELECT PO-SEQ-FILE ASSIGN TO "PO-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSEQ-STATUS.
           SELECT REORDER-REPORT-FILE ASSIGN TO "REORDER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT JOB-STEP-FILE ASSIGN TO "PROGG00-JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-SESSION-FILE ASSIGN TO
               "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATERIAL-STOCK-FILE.
       01  MATERIAL-STOCK-RECORD.
           05 MS-CODIGO      PIC X(06).
           05 FILLER         PIC X(01).
           05 MS-DESCRICAO   PIC X(20).
           05 FILLER         PIC X(01).
           05 MS-SALDO       PIC 9(09)V99.
           05 FILLER         PIC X(01).
           05 MS-REPOSICAO   PIC 9(09)V99.
           05 FILLER         PIC X(01).
           05 MS-FOLHA-LARG  PIC X(03).
           05 FILLER         PIC X(01).
           05 MS-FOLHA-ALT   PIC X(03).
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.
       FD  QUOTE-ITEMS-FILE.
           COPY QUOTEITM.
       FD  PURCHASE-ORDER-FILE.
           COPY PURCHORD.
       FD  PO-SEQ-FILE.
       01  PO-SEQ-RECORD.
           05 PS-NUMERO      PIC 9(06).
       FD  REORDER-REPORT-FILE.
       01  REORDER-REPORT-LINE PIC X(80).
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       WORKING-STORAGE SECTION.
       77 WS-EST-STATUS     PIC X(02) VALUE SPACES.
       77 WS-QHDR-STATUS    PIC X(02) VALUE SPACES.
       77 WS-QITM-STATUS    PIC X(02) VALUE SPACES.
       77 WS-PED-STATUS     PIC X(02) VALUE SPACES.
       77 WS-PSEQ-STATUS    PIC X(02) VALUE SPACES.
       77 WS-REPORT-STATUS  PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-QTD-MATERIAIS  PIC 9(03) VALUE ZERO.
       77 WS-IX-MAT         PIC 9(03) VALUE ZERO.
       77 WS-IX-MAT-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-QTD-PENDENTES  PIC 9(03) VALUE ZERO.
       77 WS-IX-PEND        PIC 9(03) VALUE ZERO.
       77 WS-PEND-ACHADO    PIC X(01) VALUE 'N'.
       77 WS-QTD-ABAIXO     PIC 9(03) VALUE ZERO.
       77 WS-QTD-A-PEDIR    PIC 9(03) VALUE ZERO.
       77 WS-QTD-GERADOS    PIC 9(03) VALUE ZERO.
       77 WS-NUM-PEDIDO     PIC 9(06) VALUE ZERO.
       77 WS-AREA-FOLHA     PIC 9(07) VALUE ZERO.
       77 WS-QTD-FOLHAS     PIC 9(07) VALUE ZERO.
       77 WS-EM-ABERTO      PIC 9(09)V99 VALUE ZEROS.
       77 WS-ALVO           PIC 9(011)V99 VALUE ZEROS.
       01 WS-TABELA-ESTOQUE.
           05 WS-ESTOQUE-ENT OCCURS 50 TIMES.
               10 TE-CODIGO       PIC X(06).
               10 TE-DESCRICAO    PIC X(20).
               10 TE-SALDO        PIC 9(09)V99.
               10 TE-REPOSICAO    PIC 9(09)V99.
               10 TE-FOLHA-LARG   PIC 9(03).
               10 TE-FOLHA-ALT    PIC 9(03).
               10 TE-COMPROMETIDO PIC 9(011)V99.
               10 TE-EM-PEDIDO    PIC 9(011)V99.
               10 TE-PROJETADO    PIC S9(011)V99.
               10 TE-SUGESTAO     PIC 9(011)V99.
               10 TE-NUM-PEDIDO   PIC 9(06).
               10 TE-ABAIXO       PIC X(01).
       01 WS-TABELA-PENDENTES.
           05 WS-PENDENTE-ENT OCCURS 500 TIMES.
               10 TQ-NUMERO       PIC 9(06).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'SUGESTAO DE REPOSICAO E PEDIDOS DE COMPRA'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO NOT = 'S'
               DISPLAY '(S)O SUGESTAO OU (G)ERAR PEDIDOS DE COMPRA ? '
               ACCEPT WS-MODO
           END-IF
           PERFORM CARREGAR-ESTOQUE-PARAG
           IF WS-QTD-MATERIAIS = ZERO
               DISPLAY 'SEM MATERIAIS EM MATERIAL-STOCK.DAT. '
                   'NADA A SUGERIR.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGAR-PENDENTES-PARAG
               PERFORM SOMAR-COMPROMETIDO-PARAG
               PERFORM SOMAR-EM-PEDIDO-PARAG
               PERFORM CALCULAR-SUGESTAO-PARAG
               IF (WS-MODO = 'G' OR WS-MODO = 'g') AND
                   WS-QTD-A-PEDIR > ZERO
                   PERFORM GERAR-PEDIDOS-PARAG
               END-IF
               PERFORM GRAVAR-RELATORIO-PARAG
           END-IF
           GOBACK.

       CARREGAR-ESTOQUE-PARAG.
           MOVE ZERO TO WS-QTD-MATERIAIS
           OPEN INPUT MATERIAL-STOCK-FILE
           IF WS-EST-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR MATERIAL-STOCK.DAT'
           ELSE
               PERFORM UNTIL WS-EST-STATUS = '10'
                   READ MATERIAL-STOCK-FILE
                       AT END
                           MOVE '10' TO WS-EST-STATUS
                       NOT AT END
                           IF WS-QTD-MATERIAIS >= 50
                               DISPLAY 'TABELA DE ESTOQUE CHEIA. '
                                   'MATERIAL IGNORADO: ' MS-CODIGO
                           ELSE
                               PERFORM GUARDAR-MATERIAL-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-STOCK-FILE
           END-IF.

       GUARDAR-MATERIAL-PARAG.
           ADD 1 TO WS-QTD-MATERIAIS
           MOVE MS-CODIGO TO TE-CODIGO(WS-QTD-MATERIAIS)
           MOVE MS-DESCRICAO TO TE-DESCRICAO(WS-QTD-MATERIAIS)
           MOVE MS-SALDO TO TE-SALDO(WS-QTD-MATERIAIS)
           MOVE MS-REPOSICAO TO TE-REPOSICAO(WS-QTD-MATERIAIS)
           IF MS-FOLHA-LARG NUMERIC AND MS-FOLHA-ALT NUMERIC
               MOVE MS-FOLHA-LARG TO TE-FOLHA-LARG(WS-QTD-MATERIAIS)
               MOVE MS-FOLHA-ALT TO TE-FOLHA-ALT(WS-QTD-MATERIAIS)
           ELSE
               MOVE ZERO TO TE-FOLHA-LARG(WS-QTD-MATERIAIS)
               MOVE ZERO TO TE-FOLHA-ALT(WS-QTD-MATERIAIS)
           END-IF
           MOVE ZERO TO TE-COMPROMETIDO(WS-QTD-MATERIAIS)
           MOVE ZERO TO TE-EM-PEDIDO(WS-QTD-MATERIAIS)
           MOVE ZERO TO TE-PROJETADO(WS-QTD-MATERIAIS)
           MOVE ZERO TO TE-SUGESTAO(WS-QTD-MATERIAIS)
           MOVE ZERO TO TE-NUM-PEDIDO(WS-QTD-MATERIAIS)
           MOVE 'N' TO TE-ABAIXO(WS-QTD-MATERIAIS).

       CARREGAR-PENDENTES-PARAG.
           MOVE ZERO TO WS-QTD-PENDENTES
           OPEN INPUT QUOTE-HEADER-FILE
           IF WS-QHDR-STATUS = '00'
               PERFORM UNTIL WS-QHDR-STATUS = '10'
                   READ QUOTE-HEADER-FILE
                       AT END
                           MOVE '10' TO WS-QHDR-STATUS
                       NOT AT END
                           IF QH-SITUACAO = 'P'
                               IF WS-QTD-PENDENTES >= 500
                                   DISPLAY 'TABELA DE PENDENTES '
                                       'CHEIA. ORCAMENTO IGNORADO: '
                                       QH-NUMERO
                               ELSE
                                   ADD 1 TO WS-QTD-PENDENTES
                                   MOVE QH-NUMERO TO
                                       TQ-NUMERO(WS-QTD-PENDENTES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-HEADER-FILE
           END-IF.

      * A area de cada item de orcamento pendente e demanda que o
      * cliente ainda pode aceitar: entra como comprometida no
      * material do item.
       SOMAR-COMPROMETIDO-PARAG.
           IF WS-QTD-PENDENTES > ZERO
               OPEN INPUT QUOTE-ITEMS-FILE
               IF WS-QITM-STATUS = '00'
                   PERFORM UNTIL WS-QITM-STATUS = '10'
                       READ QUOTE-ITEMS-FILE
                           AT END
                               MOVE '10' TO WS-QITM-STATUS
                           NOT AT END
                               PERFORM SOMAR-ITEM-PENDENTE-PARAG
                       END-READ
                   END-PERFORM
                   CLOSE QUOTE-ITEMS-FILE
               END-IF
           END-IF.

       SOMAR-ITEM-PENDENTE-PARAG.
           MOVE 'N' TO WS-PEND-ACHADO
           PERFORM VARYING WS-IX-PEND FROM 1 BY 1
               UNTIL WS-IX-PEND > WS-QTD-PENDENTES
               IF TQ-NUMERO(WS-IX-PEND) = QI-NUMERO
                   MOVE 'S' TO WS-PEND-ACHADO
               END-IF
           END-PERFORM
           IF WS-PEND-ACHADO = 'S'
               PERFORM LOCALIZAR-MATERIAL-ITEM-PARAG
               IF WS-IX-MAT-ACHADO > ZERO
                   ADD QI-AREA TO TE-COMPROMETIDO(WS-IX-MAT-ACHADO)
               END-IF
           END-IF.

       LOCALIZAR-MATERIAL-ITEM-PARAG.
           MOVE ZERO TO WS-IX-MAT-ACHADO
           PERFORM VARYING WS-IX-MAT FROM 1 BY 1
               UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
               IF TE-CODIGO(WS-IX-MAT) = QI-CODIGO
                   MOVE WS-IX-MAT TO WS-IX-MAT-ACHADO
               END-IF
           END-PERFORM.

      * O que ainda falta receber nas linhas de pedido abertas ou
      * recebidas em parte ja cobre a falta: entra na posicao
      * projetada para o material nao ser pedido duas vezes.
       SOMAR-EM-PEDIDO-PARAG.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF WS-PED-STATUS = '00'
               PERFORM UNTIL WS-PED-STATUS = '10'
                   READ PURCHASE-ORDER-FILE
                       AT END
                           MOVE '10' TO WS-PED-STATUS
                       NOT AT END
                           IF PO-SITUACAO NOT = 'F' AND
                               PO-QTD-PEDIDA > PO-QTD-RECEBIDA
                               PERFORM SOMAR-LINHA-PEDIDO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.

       SOMAR-LINHA-PEDIDO-PARAG.
           MOVE ZERO TO WS-IX-MAT-ACHADO
           PERFORM VARYING WS-IX-MAT FROM 1 BY 1
               UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
               IF TE-CODIGO(WS-IX-MAT) = PO-CODIGO
                   MOVE WS-IX-MAT TO WS-IX-MAT-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-MAT-ACHADO > ZERO
               COMPUTE WS-EM-ABERTO =
                   PO-QTD-PEDIDA - PO-QTD-RECEBIDA
               ADD WS-EM-ABERTO TO TE-EM-PEDIDO(WS-IX-MAT-ACHADO)
           END-IF.

      * Posicao projetada = saldo - comprometido + em pedido. Abaixo
      * do ponto de reposicao o pedido sugerido repoe a posicao ate o
      * dobro do ponto, arredondado para folhas inteiras quando o
      * material tem folha padrao cadastrada.
       CALCULAR-SUGESTAO-PARAG.
           MOVE ZERO TO WS-QTD-ABAIXO
           MOVE ZERO TO WS-QTD-A-PEDIR
           PERFORM VARYING WS-IX-MAT FROM 1 BY 1
               UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
               COMPUTE TE-PROJETADO(WS-IX-MAT) =
                   TE-SALDO(WS-IX-MAT) - TE-COMPROMETIDO(WS-IX-MAT)
                   + TE-EM-PEDIDO(WS-IX-MAT)
               IF TE-SALDO(WS-IX-MAT) < TE-REPOSICAO(WS-IX-MAT) OR
                   TE-SALDO(WS-IX-MAT) - TE-COMPROMETIDO(WS-IX-MAT)
                   < TE-REPOSICAO(WS-IX-MAT)
                   MOVE 'S' TO TE-ABAIXO(WS-IX-MAT)
                   ADD 1 TO WS-QTD-ABAIXO
               END-IF
               IF TE-PROJETADO(WS-IX-MAT) < TE-REPOSICAO(WS-IX-MAT)
                   PERFORM DIMENSIONAR-PEDIDO-PARAG
                   ADD 1 TO WS-QTD-A-PEDIR
               END-IF
           END-PERFORM.

       DIMENSIONAR-PEDIDO-PARAG.
           COMPUTE WS-ALVO = TE-REPOSICAO(WS-IX-MAT) * 2
           COMPUTE TE-SUGESTAO(WS-IX-MAT) =
               WS-ALVO - TE-PROJETADO(WS-IX-MAT)
           IF TE-FOLHA-LARG(WS-IX-MAT) > ZERO AND
               TE-FOLHA-ALT(WS-IX-MAT) > ZERO
               COMPUTE WS-AREA-FOLHA =
                   TE-FOLHA-LARG(WS-IX-MAT) * TE-FOLHA-ALT(WS-IX-MAT)
               COMPUTE WS-QTD-FOLHAS =
                   (TE-SUGESTAO(WS-IX-MAT) + WS-AREA-FOLHA - 0.01)
                   / WS-AREA-FOLHA
               COMPUTE TE-SUGESTAO(WS-IX-MAT) =
                   WS-QTD-FOLHAS * WS-AREA-FOLHA
           END-IF.

      * Um pedido numerado por material; a sequencia e lida uma vez
      * e regravada no fim com o ultimo numero usado.
       GERAR-PEDIDOS-PARAG.
           MOVE ZERO TO WS-QTD-GERADOS
           MOVE ZERO TO WS-NUM-PEDIDO
           OPEN INPUT PO-SEQ-FILE
           IF WS-PSEQ-STATUS = '00'
               READ PO-SEQ-FILE
                   NOT AT END
                       MOVE PS-NUMERO TO WS-NUM-PEDIDO
               END-READ
               CLOSE PO-SEQ-FILE
           END-IF
           OPEN EXTEND PURCHASE-ORDER-FILE
           IF WS-PED-STATUS = '35'
               OPEN OUTPUT PURCHASE-ORDER-FILE
           END-IF
           IF WS-PED-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PURCHASE-ORDER.DAT: STATUS '
                   WS-PED-STATUS '. NENHUM PEDIDO GERADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IX-MAT FROM 1 BY 1
                   UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
                   IF TE-SUGESTAO(WS-IX-MAT) > ZERO
                       PERFORM GRAVAR-PEDIDO-PARAG
                   END-IF
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
               PERFORM GRAVAR-SEQUENCIA-PEDIDO-PARAG
               DISPLAY 'PEDIDOS DE COMPRA GERADOS: ' WS-QTD-GERADOS
           END-IF.

       GRAVAR-PEDIDO-PARAG.
           ADD 1 TO WS-NUM-PEDIDO
           MOVE SPACES TO PURCHASE-ORDER-RECORD
           MOVE WS-NUM-PEDIDO TO PO-NUMERO
           MOVE TE-CODIGO(WS-IX-MAT) TO PO-CODIGO
           MOVE WS-DATA-HOJE TO PO-DATA
           MOVE TE-SUGESTAO(WS-IX-MAT) TO PO-QTD-PEDIDA
           MOVE ZERO TO PO-QTD-RECEBIDA
           MOVE 'A' TO PO-SITUACAO
           MOVE WS-OPERADOR TO PO-OPERADOR
           WRITE PURCHASE-ORDER-RECORD
           IF WS-PED-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PURCHASE-ORDER.DAT: STATUS '
                   WS-PED-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-NUM-PEDIDO TO TE-NUM-PEDIDO(WS-IX-MAT)
               ADD 1 TO WS-QTD-GERADOS
               PERFORM GRAVAR-AUDITORIA-PARAG
           END-IF.

       GRAVAR-SEQUENCIA-PEDIDO-PARAG.
           OPEN OUTPUT PO-SEQ-FILE
           IF WS-PSEQ-STATUS NOT = '00'
               DISPLAY 'ATENCAO: NAO FOI POSSIVEL GRAVAR '
                   'PO-SEQ.DAT. O NUMERO ' WS-NUM-PEDIDO
                   ' PODE SE REPETIR NO PROXIMO PEDIDO.'
           ELSE
               MOVE WS-NUM-PEDIDO TO PS-NUMERO
               WRITE PO-SEQ-RECORD
               IF WS-PSEQ-STATUS NOT = '00'
                   DISPLAY 'ATENCAO: ERRO AO GRAVAR PO-SEQ.DAT: '
                       'STATUS ' WS-PSEQ-STATUS '. O NUMERO '
                       WS-NUM-PEDIDO ' PODE SE REPETIR.'
               END-IF
               CLOSE PO-SEQ-FILE
           END-IF.

       GRAVAR-RELATORIO-PARAG.
           OPEN OUTPUT REORDER-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR REORDER.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REORDER-REPORT-LINE
               STRING 'SUGESTAO DE REPOSICAO DE MATERIAL EM '
                   WS-DATA-HOJE
                   DELIMITED BY SIZE INTO REORDER-REPORT-LINE
               WRITE REORDER-REPORT-LINE
               MOVE SPACES TO REORDER-REPORT-LINE
               STRING 'ORCAMENTOS PENDENTES CONSIDERADOS: '
                   WS-QTD-PENDENTES
                   DELIMITED BY SIZE INTO REORDER-REPORT-LINE
               WRITE REORDER-REPORT-LINE
               PERFORM VARYING WS-IX-MAT FROM 1 BY 1
                   UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
                   IF TE-ABAIXO(WS-IX-MAT) = 'S' OR
                       TE-SUGESTAO(WS-IX-MAT) > ZERO
                       PERFORM GRAVAR-LINHA-MATERIAL-PARAG
                   END-IF
               END-PERFORM
               MOVE SPACES TO REORDER-REPORT-LINE
               STRING 'MATERIAIS ABAIXO DO PONTO: ' WS-QTD-ABAIXO
                   '  A PEDIR: ' WS-QTD-A-PEDIR
                   '  PEDIDOS GERADOS: ' WS-QTD-GERADOS
                   DELIMITED BY SIZE INTO REORDER-REPORT-LINE
               WRITE REORDER-REPORT-LINE
               CLOSE REORDER-REPORT-FILE
               DISPLAY 'MATERIAIS ABAIXO DO PONTO: ' WS-QTD-ABAIXO
               DISPLAY 'RELATORIO GRAVADO EM REORDER.TXT'
           END-IF.

       GRAVAR-LINHA-MATERIAL-PARAG.
           MOVE SPACES TO REORDER-REPORT-LINE
           STRING TE-CODIGO(WS-IX-MAT) ' '
               TE-DESCRICAO(WS-IX-MAT)
               ' SALDO=' TE-SALDO(WS-IX-MAT)
               ' PONTO=' TE-REPOSICAO(WS-IX-MAT)
               DELIMITED BY SIZE INTO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           MOVE SPACES TO REORDER-REPORT-LINE
           STRING '   COMPROMETIDO=' TE-COMPROMETIDO(WS-IX-MAT)
               ' EM PEDIDO=' TE-EM-PEDIDO(WS-IX-MAT)
               DELIMITED BY SIZE INTO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           MOVE SPACES TO REORDER-REPORT-LINE
           IF TE-SUGESTAO(WS-IX-MAT) = ZERO
               STRING '   COBERTO PELO QUE JA ESTA EM PEDIDO'
                   DELIMITED BY SIZE INTO REORDER-REPORT-LINE
           ELSE
               IF TE-NUM-PEDIDO(WS-IX-MAT) = ZERO
                   STRING '   PEDIR=' TE-SUGESTAO(WS-IX-MAT)
                       ' (SO SUGESTAO)'
                       DELIMITED BY SIZE INTO REORDER-REPORT-LINE
               ELSE
                   STRING '   PEDIR=' TE-SUGESTAO(WS-IX-MAT)
                       ' PEDIDO DE COMPRA NO. '
                       TE-NUM-PEDIDO(WS-IX-MAT)
                       DELIMITED BY SIZE INTO REORDER-REPORT-LINE
               END-IF
           END-IF
           WRITE REORDER-REPORT-LINE.

       GRAVAR-AUDITORIA-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE 'PROGG24' TO AUD-PROGRAMA
           MOVE WS-OPERADOR TO AUD-OPERADOR
           STRING 'ACAO=PEDIDO COMPRA NO=' WS-NUM-PEDIDO
               ' MATERIAL=' TE-CODIGO(WS-IX-MAT)
               ' QTD=' TE-SUGESTAO(WS-IX-MAT)
               DELIMITED BY SIZE INTO AUD-DADOS
           WRITE AUDIT-LOG-LINE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUDITORIA: STATUS '
                   WS-AUDIT-STATUS
           END-IF
           CLOSE AUDIT-LOG-FILE.

       LER-JOBSTEP-PARAG.
           MOVE 'N' TO WS-JOB-ATIVO
           OPEN INPUT JOB-STEP-FILE
           IF WS-STEP-STATUS = '00'
               READ JOB-STEP-FILE
                   NOT AT END
                       IF JS-ATIVO = 'S'
                           MOVE 'S' TO WS-JOB-ATIVO
                           MOVE JS-MODO TO WS-MODO
                       END-IF
               END-READ
               CLOSE JOB-STEP-FILE
           END-IF.

       LER-OPERADOR-PARAG.
           MOVE 'DESCONH' TO WS-OPERADOR
           OPEN INPUT OPERATOR-SESSION-FILE
           IF WS-SESS-STATUS = '00'
               READ OPERATOR-SESSION-FILE
                   NOT AT END
                       MOVE OS-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE OPERATOR-SESSION-FILE
           END-IF.
       END PROGRAM PROGG24.
