           SELECT REMNANT-FILE ASSIGN TO "REMNANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORK-ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUT-LIST-FILE.
      * Already in centimeters -- see note on SELECT CUT-LIST-FILE.
           COPY CUTLIST.
       FD  AREA-REPORT-FILE.
       01  AREA-REPORT-LINE PIC X(80).
       FD  AUDIT-LOG-FILE.
           05 MS-FOLHA-LARG  PIC X(03).
           05 FILLER         PIC X(01).
           05 MS-FOLHA-ALT   PIC X(03).
      * Custo medio ponderado por cm2, recalculado a cada recebimento
      * no PROGG14. Registros antigos leem o campo como espacos (zero).
           05 FILLER         PIC X(01).
           05 MS-CUSTO-MEDIO PIC 9(05)V9(06).
       FD  STOCK-POSITION-FILE.
       01  STOCK-POSITION-LINE PIC X(80).
       FD  OPERATOR-SESSION-FILE.
           COPY MATMOVE.
       FD  REMNANT-FILE.
           COPY REMNANT.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER.
       FD  WORK-ORDER-FILE.
           COPY WORKORD.
       WORKING-STORAGE SECTION.
       77 LARGURA        PIC 9(003) VALUE ZEROS.
       77 ALTURA         PIC 9(003) VALUE ZEROS.
       77 WS-NUM-ORC     PIC 9(06) VALUE ZERO.
       77 WS-VALOR-PECA  PIC 9(011)V99 VALUE ZEROS.
       77 WS-TOTAL-ORC   PIC 9(013)V99 VALUE ZEROS.
       77 WS-CLI-STATUS  PIC X(02) VALUE SPACES.
       77 WS-COD-CLIENTE PIC X(06) VALUE SPACES.
       77 WS-CLIENTE-OK  PIC X(01) VALUE 'N'.
       77 WS-CLI-NOME    PIC X(30) VALUE SPACES.
       77 WS-CLI-ENDERECO PIC X(40) VALUE SPACES.
       77 WS-CLI-CIDADE  PIC X(20) VALUE SPACES.
       77 WS-CLI-UF      PIC X(02) VALUE SPACES.
       77 WS-WO-STATUS   PIC X(02) VALUE SPACES.
       77 WS-QTD-CORTE   PIC 9(03) VALUE ZERO.
       77 WS-IX-CORTE    PIC 9(03) VALUE ZERO.
       77 WS-CORTE-OVERFLOW PIC X(01) VALUE 'N'.
       77 WS-QTD-ORDENS  PIC 9(03) VALUE ZERO.
       77 WS-IX-ORD      PIC 9(03) VALUE ZERO.
       77 WS-ORD-OVERFLOW PIC X(01) VALUE 'N'.
       77 WS-PECAS-CORTADAS PIC 9(03) VALUE ZERO.
       77 WS-PECAS-ORDEM PIC 9(03) VALUE ZERO.
       77 WS-CORTADAS-ORDEM PIC 9(03) VALUE ZERO.
       77 WS-MANTER-LINHA PIC X(01) VALUE 'S'.
       77 WS-REF-ORDEM   PIC X(30) VALUE SPACES.
       77 WS-AREA-RETALHO PIC 9(07) VALUE ZERO.
       77 WS-MENOR-AREA  PIC 9(07) VALUE ZERO.
      * Validade do orcamento: data do orcamento mais o prazo em dias,
      * avancada dia a dia pelo calendario.
       77 WS-DIAS-VALIDADE PIC 9(03) VALUE ZERO.
       77 WS-VALIDADE    PIC 9(08) VALUE ZEROS.
       77 WS-ULTIMO-DIA  PIC 9(02) VALUE ZERO.
       77 WS-BISSEXTO    PIC X(01) VALUE 'N'.
       77 WS-QUOC-4      PIC 9(04) VALUE ZERO.
       77 WS-QUOC-100    PIC 9(04) VALUE ZERO.
       77 WS-QUOC-400    PIC 9(04) VALUE ZERO.
       77 WS-RESTO       PIC 9(04) VALUE ZERO.
       01 WS-DATA-CALC.
           05 WS-DC-ANO     PIC 9(04).
           05 WS-DC-MES     PIC 9(02).
           05 WS-DC-DIA     PIC 9(02).
       01 WS-DIAS-NO-MES.
           05 FILLER        PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-NO-MES-R REDEFINES WS-DIAS-NO-MES.
           05 WS-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.
      * Lista de corte inteira na memoria: o lote marca a peca como
      * cortada e o arquivo e regravado no fim (TK-SITUACAO 'C').
       01 WS-TABELA-CORTE.
           05 WS-CORTE-ENT OCCURS 500 TIMES.
               10 TK-LARGURA    PIC 9(03).
               10 TK-ALTURA     PIC 9(03).
               10 TK-ORDEM      PIC 9(06).
               10 TK-SEQ        PIC 9(03).
               10 TK-CODIGO     PIC X(06).
               10 TK-SITUACAO   PIC X(01).
               10 TK-DATA-CORTE PIC X(08).
       01 WS-TABELA-ORDENS.
           05 WS-ORDEM-ENT OCCURS 300 TIMES.
               10 TW-NUMERO     PIC 9(06).
               10 TW-ORCAMENTO  PIC 9(06).
               10 TW-CLIENTE    PIC X(06).
               10 TW-DATA       PIC 9(08).
               10 TW-PECAS      PIC 9(03).
               10 TW-CORTADAS   PIC 9(03).
               10 TW-SITUACAO   PIC X(01).
               10 TW-CONCLUSAO  PIC 9(08).
       01 WS-TABELA-LEDGER.
           05 WS-LEDGER-ENT OCCURS 800 TIMES.
               10 TL-DATA       PIC 9(08).
               10 TE-REPOSICAO  PIC 9(09)V99.
               10 TE-FOLHA-LARG PIC 9(03).
               10 TE-FOLHA-ALT  PIC 9(03).
               10 TE-CUSTO-MEDIO PIC 9(05)V9(06).
      * TR-SITUACAO: 'D' = retalho disponivel, 'U' = usado na sessao
      * (sai do arquivo na regravacao).
       01 WS-TABELA-RETALHOS.
               DISPLAY 'SEM ARQUIVO PRICE-MASTER.DAT. ORCAMENTO '
                   'INDISPONIVEL.'
           ELSE
               PERFORM OBTER-CLIENTE-PARAG
           END-IF
           IF WS-QTD-PRECOS > ZERO AND WS-CLIENTE-OK NOT = 'S'
               DISPLAY 'SEM CLIENTE VALIDO. ORCAMENTO NAO GERADO.'
           END-IF
           IF WS-QTD-PRECOS > ZERO AND WS-CLIENTE-OK = 'S'
               MOVE ZERO TO WS-QTD-ITENS
               MOVE ZERO TO WS-TOTAL-ORC
               MOVE 'S' TO WS-OUTRA-PECA
                   ACCEPT WS-OUTRA-PECA
               END-PERFORM
               IF WS-QTD-ITENS > ZERO
                   PERFORM CALCULAR-VALIDADE-PARAG
                   PERFORM OBTER-NUMERO-ORCAMENTO-PARAG
                   PERFORM GRAVAR-ORCAMENTO-DADOS-PARAG
                   PERFORM GRAVAR-ORCAMENTO-PARAG
               END-IF
           END-IF.

      * Passada a validade o orcamento pendente vence (PROGG31) e o
      * aceite tardio no PROGG18 exige reprecificacao pela tabela do
      * dia.
       CALCULAR-VALIDADE-PARAG.
           DISPLAY 'VALIDADE DO ORCAMENTO EM DIAS (0=30): '
           ACCEPT WS-DIAS-VALIDADE
           IF WS-DIAS-VALIDADE = ZERO
               MOVE 30 TO WS-DIAS-VALIDADE
           END-IF
           MOVE WS-DATA-HOJE TO WS-DATA-CALC
           PERFORM WS-DIAS-VALIDADE TIMES
               PERFORM AVANCAR-DIA-PARAG
           END-PERFORM
           MOVE WS-DATA-CALC TO WS-VALIDADE
           DISPLAY 'ORCAMENTO VALIDO ATE: ' WS-VALIDADE.

       AVANCAR-DIA-PARAG.
           MOVE WS-DIAS-MES(WS-DC-MES) TO WS-ULTIMO-DIA
           IF WS-DC-MES = 2
               PERFORM VERIFICAR-BISSEXTO-PARAG
               IF WS-BISSEXTO = 'S'
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF
           ADD 1 TO WS-DC-DIA
           IF WS-DC-DIA > WS-ULTIMO-DIA
               MOVE 1 TO WS-DC-DIA
               ADD 1 TO WS-DC-MES
               IF WS-DC-MES > 12
                   MOVE 1 TO WS-DC-MES
                   ADD 1 TO WS-DC-ANO
               END-IF
           END-IF.

       VERIFICAR-BISSEXTO-PARAG.
           MOVE 'N' TO WS-BISSEXTO
           DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOC-4 REMAINDER WS-RESTO
           IF WS-RESTO = ZERO
               MOVE 'S' TO WS-BISSEXTO
               DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOC-100
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOC-400
                       REMAINDER WS-RESTO
                   IF WS-RESTO NOT = ZERO
                       MOVE 'N' TO WS-BISSEXTO
                   END-IF
               END-IF
           END-IF.

      * Todo orcamento e de um cliente de CUSTOMER.DAT (PROGG26); o
      * codigo e pedido ate ser valido e ativo, e branco desiste.
       OBTER-CLIENTE-PARAG.
           MOVE 'N' TO WS-CLIENTE-OK
           MOVE 'X' TO WS-COD-CLIENTE
           PERFORM UNTIL WS-CLIENTE-OK = 'S' OR
               WS-COD-CLIENTE = SPACES
               DISPLAY 'CODIGO DO CLIENTE (BRANCO=DESISTIR): '
               ACCEPT WS-COD-CLIENTE
               IF WS-COD-CLIENTE NOT = SPACES
                   PERFORM LOCALIZAR-CLIENTE-PARAG
               END-IF
           END-PERFORM.

       LOCALIZAR-CLIENTE-PARAG.
           MOVE SPACES TO WS-CLI-NOME
           OPEN INPUT CUSTOMER-FILE
           IF WS-CLI-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO CUSTOMER.DAT. CADASTRE O CLIENTE '
                   'NO PROGG26.'
               MOVE SPACES TO WS-COD-CLIENTE
           ELSE
               PERFORM UNTIL WS-CLI-STATUS = '10'
                   READ CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CLI-STATUS
                       NOT AT END
                           IF CU-CODIGO = WS-COD-CLIENTE
                               MOVE CU-NOME TO WS-CLI-NOME
                               MOVE CU-ENDERECO TO WS-CLI-ENDERECO
                               MOVE CU-CIDADE TO WS-CLI-CIDADE
                               MOVE CU-UF TO WS-CLI-UF
                               IF CU-SITUACAO = 'I'
                                   DISPLAY 'CLIENTE INATIVO: '
                                       CU-NOME
                               ELSE
                                   MOVE 'S' TO WS-CLIENTE-OK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
               IF WS-CLI-NOME = SPACES
                   DISPLAY 'CLIENTE NAO CADASTRADO: ' WS-COD-CLIENTE
               END-IF
               IF WS-CLIENTE-OK = 'S'
                   DISPLAY 'CLIENTE: ' WS-CLI-NOME
               END-IF
           END-IF.

       CARREGAR-PRECOS-PARAG.
           MOVE ZERO TO WS-QTD-PRECOS
           OPEN INPUT PRICE-MASTER-FILE
               MOVE WS-OPERADOR TO QH-OPERADOR
               MOVE WS-TOTAL-ORC TO QH-TOTAL
               MOVE 'P' TO QH-SITUACAO
               MOVE WS-COD-CLIENTE TO QH-CLIENTE
               MOVE WS-VALIDADE TO QH-VALIDADE
               WRITE QUOTE-HEADER-RECORD
               IF WS-QHDR-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR QUOTE-HEADER.DAT: '
               MOVE SPACES TO QUOTATION-LINE
               STRING 'ORCAMENTO NO. ' WS-NUM-ORC
                   '  DATA: ' WS-DATA-HOJE
                   '  VALIDO ATE: ' WS-VALIDADE
                   DELIMITED BY SIZE INTO QUOTATION-LINE
               WRITE QUOTATION-LINE
               MOVE SPACES TO QUOTATION-LINE
               STRING 'CLIENTE: ' WS-COD-CLIENTE ' ' WS-CLI-NOME
                   DELIMITED BY SIZE INTO QUOTATION-LINE
               WRITE QUOTATION-LINE
               MOVE SPACES TO QUOTATION-LINE
               STRING '         ' WS-CLI-ENDERECO
                   DELIMITED BY SIZE INTO QUOTATION-LINE
               WRITE QUOTATION-LINE
               MOVE SPACES TO QUOTATION-LINE
               STRING '         ' WS-CLI-CIDADE ' ' WS-CLI-UF
                   DELIMITED BY SIZE INTO QUOTATION-LINE
               WRITE QUOTATION-LINE
               MOVE SPACES TO QUOTATION-LINE
           END-IF
           WRITE QUOTATION-LINE.

      * O lote corta as pecas pendentes de CUTLIST.DAT. Peca com
      * ordem de producao e material baixa o estoque como no corte
      * interativo, mas sem perguntas: o retalho escolhido e o menor
      * onde a peca cabe e, sem retalho, abre-se folha nova. Toda peca
      * processada fica marcada como cortada e nao volta no proximo
      * lote; as linhas de ordem concluida e as antigas sem ordem ja
      * cortadas saem do arquivo na regravacao.
       PROCESSAR-BATCH-PARAG.
           PERFORM CARREGAR-LISTA-CORTE-PARAG
           IF WS-CUT-STATUS NOT = '00' AND WS-CUT-STATUS NOT = '10'
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO CUTLIST.DAT'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CORTE-OVERFLOW = 'S'
                   DISPLAY 'CUTLIST.DAT TEM MAIS PECAS DO QUE A '
                       'TABELA COMPORTA. LOTE NAO PROCESSADO PARA '
                       'NAO CORTAR PECA DUAS VEZES.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CORTAR-LOTE-PARAG
               END-IF
           END-IF.

       CORTAR-LOTE-PARAG.
           OPEN OUTPUT AREA-REPORT-FILE
           MOVE ZEROS TO WS-LINHA-NUM
           MOVE ZERO TO WS-PECAS-CORTADAS
           MOVE 'RELATORIO DE AREAS - PECAS DE CORTE' TO
               AREA-REPORT-LINE
           WRITE AREA-REPORT-LINE
           PERFORM VARYING WS-IX-CORTE FROM 1 BY 1
               UNTIL WS-IX-CORTE > WS-QTD-CORTE
               IF TK-SITUACAO(WS-IX-CORTE) NOT = 'C'
                   PERFORM CALCULAR-E-GRAVAR-LINHA-PARAG
                   IF WS-TEM-ESTOQUE = 'S' AND
                       TK-CODIGO(WS-IX-CORTE) NOT = SPACES
                       PERFORM BAIXAR-PECA-LOTE-PARAG
                   END-IF
                   MOVE 'C' TO TK-SITUACAO(WS-IX-CORTE)
                   MOVE WS-DATA-HOJE TO TK-DATA-CORTE(WS-IX-CORTE)
                   ADD 1 TO WS-PECAS-CORTADAS
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REF-ORDEM
           MOVE SPACES TO AREA-REPORT-LINE
           STRING 'TOTAL DE AREA DO LOTE (cm2): '
               WS-TOTAL-SESSAO
               DELIMITED BY SIZE INTO AREA-REPORT-LINE
           WRITE AREA-REPORT-LINE
           CLOSE AREA-REPORT-FILE
           DISPLAY 'PECAS CORTADAS NO LOTE: ' WS-PECAS-CORTADAS
           DISPLAY 'RELATORIO GRAVADO EM AREA-REPORT.TXT'
           IF WS-PECAS-CORTADAS > ZERO
               PERFORM ATUALIZAR-ORDENS-PARAG
               PERFORM REGRAVAR-LISTA-CORTE-PARAG
           END-IF.

       CALCULAR-E-GRAVAR-LINHA-PARAG.
           MOVE 1 TO WS-FORMA
           ADD 1 TO WS-LINHA-NUM
           MOVE TK-LARGURA(WS-IX-CORTE) TO LARGURA
           MOVE TK-ALTURA(WS-IX-CORTE) TO ALTURA
           MULTIPLY LARGURA BY ALTURA GIVING AREA-RESULT
           ADD AREA-RESULT TO WS-TOTAL-SESSAO
           MOVE SPACES TO AREA-REPORT-LINE
           IF TK-ORDEM(WS-IX-CORTE) > ZERO
               STRING 'PECA ' WS-LINHA-NUM
                   ' LARGURA=' LARGURA
                   ' ALTURA=' ALTURA
                   ' AREA=' AREA-RESULT
                   ' OS=' TK-ORDEM(WS-IX-CORTE)
                   ' ' TK-CODIGO(WS-IX-CORTE)
                   DELIMITED BY SIZE INTO AREA-REPORT-LINE
           ELSE
               STRING 'PECA ' WS-LINHA-NUM
                   ' LARGURA=' LARGURA
                   ' ALTURA=' ALTURA
                   ' AREA=' AREA-RESULT
                   DELIMITED BY SIZE INTO AREA-REPORT-LINE
           END-IF
           WRITE AREA-REPORT-LINE
           PERFORM GRAVAR-AUDITORIA-PARAG.

       BAIXAR-PECA-LOTE-PARAG.
           MOVE TK-CODIGO(WS-IX-CORTE) TO WS-COD-MATERIAL
           MOVE SPACES TO WS-REF-ORDEM
           STRING 'OS ' TK-ORDEM(WS-IX-CORTE)
               ' ITEM ' TK-SEQ(WS-IX-CORTE)
               DELIMITED BY SIZE INTO WS-REF-ORDEM
           PERFORM LOCALIZAR-MATERIAL-PARAG
           IF WS-IX-MAT-ACHADO = ZERO
               DISPLAY 'MATERIAL NAO CADASTRADO: ' WS-COD-MATERIAL
                   ' (' WS-REF-ORDEM '). PECA SEM BAIXA.'
           ELSE
               IF TE-FOLHA-LARG(WS-IX-MAT-ACHADO) = ZERO OR
                   TE-FOLHA-ALT(WS-IX-MAT-ACHADO) = ZERO
                   PERFORM BAIXAR-POR-AREA-PARAG
               ELSE
                   MOVE TK-LARGURA(WS-IX-CORTE) TO WS-PECA-LARG
                   MOVE TK-ALTURA(WS-IX-CORTE) TO WS-PECA-ALT
                   PERFORM ESCOLHER-RETALHO-LOTE-PARAG
                   IF WS-ESCOLHA-RET > ZERO
                       PERFORM CORTAR-DE-RETALHO-PARAG
                   ELSE
                       PERFORM ABRIR-FOLHA-PARAG
                   END-IF
               END-IF
           END-IF.

       ESCOLHER-RETALHO-LOTE-PARAG.
           MOVE ZERO TO WS-ESCOLHA-RET
           MOVE ZERO TO WS-MENOR-AREA
           PERFORM VARYING WS-IX-RET FROM 1 BY 1
               UNTIL WS-IX-RET > WS-QTD-RETALHOS
               IF TR-CODIGO(WS-IX-RET) = WS-COD-MATERIAL AND
                   TR-SITUACAO(WS-IX-RET) = 'D'
                   MOVE TR-LARGURA(WS-IX-RET) TO WS-BASE-LARG
                   MOVE TR-ALTURA(WS-IX-RET) TO WS-BASE-ALT
                   PERFORM TESTAR-ENCAIXE-PARAG
                   IF WS-ENCAIXA = 'S'
                       COMPUTE WS-AREA-RETALHO =
                           WS-BASE-LARG * WS-BASE-ALT
                       IF WS-ESCOLHA-RET = ZERO OR
                           WS-AREA-RETALHO < WS-MENOR-AREA
                           MOVE WS-IX-RET TO WS-ESCOLHA-RET
                           MOVE WS-AREA-RETALHO TO WS-MENOR-AREA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CARREGAR-LISTA-CORTE-PARAG.
           MOVE ZERO TO WS-QTD-CORTE
           MOVE 'N' TO WS-CORTE-OVERFLOW
           OPEN INPUT CUT-LIST-FILE
           IF WS-CUT-STATUS = '00'
               PERFORM UNTIL WS-CUT-STATUS = '10'
                   READ CUT-LIST-FILE
                       AT END
                           MOVE '10' TO WS-CUT-STATUS
                       NOT AT END
                           PERFORM GUARDAR-LINHA-CORTE-PARAG
                   END-READ
               END-PERFORM
               CLOSE CUT-LIST-FILE
           END-IF.

       GUARDAR-LINHA-CORTE-PARAG.
           IF WS-QTD-CORTE >= 500
               MOVE 'S' TO WS-CORTE-OVERFLOW
           ELSE
               ADD 1 TO WS-QTD-CORTE
               MOVE CL-LARGURA TO TK-LARGURA(WS-QTD-CORTE)
               MOVE CL-ALTURA TO TK-ALTURA(WS-QTD-CORTE)
               IF CL-ORDEM NUMERIC
                   MOVE CL-ORDEM TO TK-ORDEM(WS-QTD-CORTE)
                   MOVE CL-SEQ TO TK-SEQ(WS-QTD-CORTE)
                   MOVE CL-CODIGO TO TK-CODIGO(WS-QTD-CORTE)
               ELSE
                   MOVE ZERO TO TK-ORDEM(WS-QTD-CORTE)
                   MOVE ZERO TO TK-SEQ(WS-QTD-CORTE)
                   MOVE SPACES TO TK-CODIGO(WS-QTD-CORTE)
               END-IF
               MOVE CL-SITUACAO TO TK-SITUACAO(WS-QTD-CORTE)
               MOVE CL-DATA-CORTE TO TK-DATA-CORTE(WS-QTD-CORTE)
           END-IF.

      * Cada ordem aberta e recontada pela lista de corte; sem peca
      * pendente a ordem fica concluida na data de hoje.
       ATUALIZAR-ORDENS-PARAG.
           MOVE ZERO TO WS-QTD-ORDENS
           MOVE 'N' TO WS-ORD-OVERFLOW
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-STATUS = '00'
               PERFORM UNTIL WS-WO-STATUS = '10'
                   READ WORK-ORDER-FILE
                       AT END
                           MOVE '10' TO WS-WO-STATUS
                       NOT AT END
                           PERFORM GUARDAR-ORDEM-PARAG
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-FILE
           END-IF
           PERFORM VARYING WS-IX-ORD FROM 1 BY 1
               UNTIL WS-IX-ORD > WS-QTD-ORDENS
               IF TW-SITUACAO(WS-IX-ORD) = 'A'
                   PERFORM RECONTAR-ORDEM-PARAG
               END-IF
           END-PERFORM
           IF WS-QTD-ORDENS > ZERO
               PERFORM REGRAVAR-ORDENS-PARAG
           END-IF.

       GUARDAR-ORDEM-PARAG.
           IF WS-QTD-ORDENS >= 300
               MOVE 'S' TO WS-ORD-OVERFLOW
               DISPLAY 'TABELA DE ORDENS CHEIA. ORDEM IGNORADA: '
                   WO-NUMERO
           ELSE
               ADD 1 TO WS-QTD-ORDENS
               MOVE WO-NUMERO TO TW-NUMERO(WS-QTD-ORDENS)
               MOVE WO-ORCAMENTO TO TW-ORCAMENTO(WS-QTD-ORDENS)
               MOVE WO-CLIENTE TO TW-CLIENTE(WS-QTD-ORDENS)
               MOVE WO-DATA TO TW-DATA(WS-QTD-ORDENS)
               MOVE WO-PECAS TO TW-PECAS(WS-QTD-ORDENS)
               MOVE WO-CORTADAS TO TW-CORTADAS(WS-QTD-ORDENS)
               MOVE WO-SITUACAO TO TW-SITUACAO(WS-QTD-ORDENS)
               MOVE WO-CONCLUSAO TO TW-CONCLUSAO(WS-QTD-ORDENS)
           END-IF.

       RECONTAR-ORDEM-PARAG.
           MOVE ZERO TO WS-PECAS-ORDEM
           MOVE ZERO TO WS-CORTADAS-ORDEM
           PERFORM VARYING WS-IX-CORTE FROM 1 BY 1
               UNTIL WS-IX-CORTE > WS-QTD-CORTE
               IF TK-ORDEM(WS-IX-CORTE) = TW-NUMERO(WS-IX-ORD)
                   ADD 1 TO WS-PECAS-ORDEM
                   IF TK-SITUACAO(WS-IX-CORTE) = 'C'
                       ADD 1 TO WS-CORTADAS-ORDEM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PECAS-ORDEM > ZERO
               MOVE WS-CORTADAS-ORDEM TO TW-CORTADAS(WS-IX-ORD)
               IF WS-CORTADAS-ORDEM = WS-PECAS-ORDEM
                   MOVE 'C' TO TW-SITUACAO(WS-IX-ORD)
                   MOVE WS-DATA-HOJE TO TW-CONCLUSAO(WS-IX-ORD)
                   DISPLAY 'ORDEM DE PRODUCAO ' TW-NUMERO(WS-IX-ORD)
                       ' CONCLUIDA (ORCAMENTO '
                       TW-ORCAMENTO(WS-IX-ORD) ')'
               END-IF
           END-IF.

       REGRAVAR-ORDENS-PARAG.
           IF WS-ORD-OVERFLOW = 'S'
               DISPLAY 'WORK-ORDER.DAT TEM MAIS ORDENS DO QUE A '
                   'TABELA COMPORTA. ARQUIVO NAO REGRAVADO PARA '
                   'NAO PERDER ORDENS.'
           ELSE
               OPEN OUTPUT WORK-ORDER-FILE
               IF WS-WO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR WORK-ORDER.DAT: '
                       WS-WO-STATUS
               ELSE
                   PERFORM VARYING WS-IX-ORD FROM 1 BY 1
                       UNTIL WS-IX-ORD > WS-QTD-ORDENS
                       MOVE SPACES TO WORK-ORDER-RECORD
                       MOVE TW-NUMERO(WS-IX-ORD) TO WO-NUMERO
                       MOVE TW-ORCAMENTO(WS-IX-ORD) TO WO-ORCAMENTO
                       MOVE TW-CLIENTE(WS-IX-ORD) TO WO-CLIENTE
                       MOVE TW-DATA(WS-IX-ORD) TO WO-DATA
                       MOVE TW-PECAS(WS-IX-ORD) TO WO-PECAS
                       MOVE TW-CORTADAS(WS-IX-ORD) TO WO-CORTADAS
                       MOVE TW-SITUACAO(WS-IX-ORD) TO WO-SITUACAO
                       MOVE TW-CONCLUSAO(WS-IX-ORD) TO WO-CONCLUSAO
                       WRITE WORK-ORDER-RECORD
                   END-PERFORM
                   CLOSE WORK-ORDER-FILE
               END-IF
           END-IF.

      * Ficam no arquivo as pecas pendentes e as ja cortadas de ordem
      * ainda aberta (ou de ordem que nao se achou na tabela), para o
      * acompanhamento da ordem contar pendentes e prontas.
       REGRAVAR-LISTA-CORTE-PARAG.
           OPEN OUTPUT CUT-LIST-FILE
           IF WS-CUT-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CUTLIST.DAT: ' WS-CUT-STATUS
                   '. AS PECAS CORTADAS PODEM VOLTAR NO PROXIMO LOTE.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IX-CORTE FROM 1 BY 1
                   UNTIL WS-IX-CORTE > WS-QTD-CORTE
                   PERFORM DECIDIR-LINHA-CORTE-PARAG
                   IF WS-MANTER-LINHA = 'S'
                       PERFORM GRAVAR-LINHA-CORTE-PARAG
                   END-IF
               END-PERFORM
               CLOSE CUT-LIST-FILE
           END-IF.

       DECIDIR-LINHA-CORTE-PARAG.
           MOVE 'S' TO WS-MANTER-LINHA
           IF TK-SITUACAO(WS-IX-CORTE) = 'C'
               IF TK-ORDEM(WS-IX-CORTE) = ZERO
                   MOVE 'N' TO WS-MANTER-LINHA
               ELSE
                   PERFORM VARYING WS-IX-ORD FROM 1 BY 1
                       UNTIL WS-IX-ORD > WS-QTD-ORDENS
                       IF TW-NUMERO(WS-IX-ORD) =
                           TK-ORDEM(WS-IX-CORTE) AND
                           TW-SITUACAO(WS-IX-ORD) = 'C'
                           MOVE 'N' TO WS-MANTER-LINHA
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       GRAVAR-LINHA-CORTE-PARAG.
           MOVE SPACES TO CUT-LIST-RECORD
           MOVE TK-LARGURA(WS-IX-CORTE) TO CL-LARGURA
           MOVE TK-ALTURA(WS-IX-CORTE) TO CL-ALTURA
           IF TK-ORDEM(WS-IX-CORTE) > ZERO
               MOVE TK-ORDEM(WS-IX-CORTE) TO CL-ORDEM
               MOVE TK-SEQ(WS-IX-CORTE) TO CL-SEQ
               MOVE TK-CODIGO(WS-IX-CORTE) TO CL-CODIGO
           END-IF
           MOVE TK-SITUACAO(WS-IX-CORTE) TO CL-SITUACAO
           MOVE TK-DATA-CORTE(WS-IX-CORTE) TO CL-DATA-CORTE
           WRITE CUT-LIST-RECORD.

       GRAVAR-AUDITORIA-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
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
               MOVE ZERO TO TE-SALDO(WS-IX-MAT-ACHADO)
           END-IF
           MOVE AREA-RESULT TO WS-QTD-BAIXA
           IF WS-REF-ORDEM = SPACES
               MOVE 'CORTE DE PECA' TO WS-REF-BAIXA
           ELSE
               MOVE SPACES TO WS-REF-BAIXA
               STRING 'CORTE ' WS-REF-ORDEM
                   DELIMITED BY SIZE INTO WS-REF-BAIXA
           END-IF
           PERFORM GRAVAR-MOVIMENTO-SAIDA-PARAG
           ADD AREA-RESULT TO WS-TOTAL-CONSUMIDO
           ADD AREA-RESULT TO WS-TOTAL-APROVEITADO
                   MOVE ZERO TO TE-SALDO(WS-IX-MAT-ACHADO)
               END-IF
               MOVE WS-AREA-FOLHA TO WS-QTD-BAIXA
               IF WS-REF-ORDEM = SPACES
                   MOVE 'ABERTURA DE FOLHA' TO WS-REF-BAIXA
               ELSE
                   MOVE SPACES TO WS-REF-BAIXA
                   STRING 'FOLHA ' WS-REF-ORDEM
                       DELIMITED BY SIZE INTO WS-REF-BAIXA
               END-IF
               PERFORM GRAVAR-MOVIMENTO-SAIDA-PARAG
               ADD WS-AREA-FOLHA TO WS-TOTAL-CONSUMIDO
               ADD AREA-RESULT TO WS-TOTAL-APROVEITADO
               MOVE TE-SALDO(WS-IX-MAT-ACHADO) TO MV-SALDO-APOS
               MOVE WS-OPERADOR TO MV-OPERADOR
               MOVE WS-REF-BAIXA TO MV-REFERENCIA
      * Saida valorizada ao custo medio vigente do material.
               MOVE TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO) TO MV-CUSTO-UNIT
               COMPUTE MV-VALOR ROUNDED =
                   WS-QTD-BAIXA * TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO)
               MOVE TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO) TO MV-CUSTO-MEDIO
               WRITE MATERIAL-MOVE-RECORD
               IF WS-MOV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR MATERIAL-MOVES.DAT: '
                   MOVE TE-REPOSICAO(WS-IX-MAT) TO MS-REPOSICAO
                   MOVE TE-FOLHA-LARG(WS-IX-MAT) TO MS-FOLHA-LARG
                   MOVE TE-FOLHA-ALT(WS-IX-MAT) TO MS-FOLHA-ALT
                   MOVE TE-CUSTO-MEDIO(WS-IX-MAT) TO MS-CUSTO-MEDIO
                   WRITE MATERIAL-STOCK-RECORD
               END-PERFORM
               CLOSE MATERIAL-STOCK-FILE
