      *          qualquer numero em QUOTATION.TXT e marca um orcamento
      *          pendente como ACEITO ou RECUSADO. Ao aceitar, as
      *          pecas do orcamento sao acrescentadas em CUTLIST.DAT
      *          para o lote de corte sair do que o cliente aprovou,
      *          sob uma ordem de producao nova em WORK-ORDER.DAT
      *          (numero de WO-SEQ.DAT); cada linha leva a ordem, o
      *          item do orcamento e o material da peca.
      *          A acao (C)LIENTE lista os orcamentos de um cliente de
      *          CUSTOMER.DAT com os totais orcado e aceito.
      *          Orcamento vencido (situacao 'V', ou pendente com
      *          QH-VALIDADE ja passada) so e aceito reprecificado
      *          pela PRICE-MASTER.DAT do dia: os itens sao
      *          recalculados, os totais antigo e novo aparecem lado a
      *          lado e o aceite pede confirmacao; confirmado,
      *          QUOTE-ITEMS.DAT e o total do cabecalho passam aos
      *          valores novos.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUT-LIST-FILE ASSIGN TO "CUTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUT-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORK-ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT WO-SEQ-FILE ASSIGN TO "WO-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WSEQ-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRICE-MASTER-FILE ASSIGN TO "PRICE-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRECO-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.
           SELECT OPERATOR-SESSION-FILE ASSIGN TO
               "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  QUOTATION-FILE.
       01  QUOTATION-LINE    PIC X(80).
       FD  CUT-LIST-FILE.
           COPY CUTLIST.
       FD  WORK-ORDER-FILE.
           COPY WORKORD.
       FD  WO-SEQ-FILE.
       01  WO-SEQ-RECORD.
           05 WS-SEQ-NUMERO PIC 9(06).
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  PRICE-MASTER-FILE.
           COPY PRICEMST.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       WORKING-STORAGE SECTION.
       77 WS-QTD-ITENS-LIDOS PIC 9(03) VALUE ZERO.
       77 WS-QTD-PECAS      PIC 9(03) VALUE ZERO.
       77 WS-CORTE-OK       PIC X(01) VALUE 'N'.
       77 WS-WO-STATUS      PIC X(02) VALUE SPACES.
       77 WS-WSEQ-STATUS    PIC X(02) VALUE SPACES.
       77 WS-NUM-ORDEM      PIC 9(06) VALUE ZERO.
       77 WS-CLI-STATUS     PIC X(02) VALUE SPACES.
       77 WS-COD-CLIENTE    PIC X(06) VALUE SPACES.
       77 WS-CLI-NOME       PIC X(30) VALUE SPACES.
       77 WS-CLI-ENDERECO   PIC X(40) VALUE SPACES.
       77 WS-CLI-CIDADE     PIC X(20) VALUE SPACES.
       77 WS-CLI-UF         PIC X(02) VALUE SPACES.
       77 WS-QTD-DO-CLIENTE PIC 9(03) VALUE ZERO.
       77 WS-TOTAL-ORCADO   PIC 9(015)V99 VALUE ZEROS.
       77 WS-TOTAL-ACEITO   PIC 9(015)V99 VALUE ZEROS.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-VENCIDO        PIC X(01) VALUE 'N'.
       77 WS-REPRECO-OK     PIC X(01) VALUE 'N'.
       77 WS-PRECO-ITENS    PIC X(01) VALUE 'N'.
       77 WS-CONFIRMA       PIC X(01) VALUE 'N'.
       77 WS-PRECO-STATUS   PIC X(02) VALUE SPACES.
       77 WS-QTD-PRECOS     PIC 9(03) VALUE ZERO.
       77 WS-IX-PRECO       PIC 9(03) VALUE ZERO.
       77 WS-IX-PRECO-ACHADO PIC 9(03) VALUE ZERO.
       77 WS-QTD-ITENS      PIC 9(04) VALUE ZERO.
       77 WS-IX-ITEM        PIC 9(04) VALUE ZERO.
       77 WS-ITM-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-TOTAL-ANTIGO   PIC 9(013)V99 VALUE ZEROS.
       77 WS-TOTAL-NOVO     PIC 9(013)V99 VALUE ZEROS.
       01 WS-TABELA-CABEC.
           05 WS-CABEC-ENT OCCURS 200 TIMES.
               10 TC-NUMERO     PIC 9(06).
               10 TC-OPERADOR   PIC X(08).
               10 TC-TOTAL      PIC 9(013)V99.
               10 TC-SITUACAO   PIC X(01).
               10 TC-CLIENTE    PIC X(06).
               10 TC-VALIDADE   PIC X(08).
       01 WS-TABELA-PRECOS.
           05 WS-PRECO-ENT OCCURS 100 TIMES.
               10 TP-CODIGO     PIC X(06).
               10 TP-PRECO-CM2  PIC 9(03)V9(04).
               10 TP-MINIMO     PIC 9(07)V99.
               10 TP-VIGENCIA   PIC 9(08).
      * QUOTE-ITEMS.DAT inteiro na memoria para a reprecificacao: os
      * itens do orcamento recebem o valor novo e o arquivo e
      * regravado com os demais orcamentos como estavam.
       01 WS-TABELA-ITENS.
           05 WS-ITEM-ENT OCCURS 2000 TIMES.
               10 TI-NUMERO     PIC 9(06).
               10 TI-SEQ        PIC 9(03).
               10 TI-CODIGO     PIC X(06).
               10 TI-LARGURA    PIC 9(03).
               10 TI-ALTURA     PIC 9(03).
               10 TI-AREA       PIC 9(011)V99.
               10 TI-VALOR      PIC 9(011)V99.
               10 TI-MINIMO-APL PIC X(01).
               10 TI-VALOR-NOVO PIC 9(011)V99.
               10 TI-MINIMO-NOVO PIC X(01).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'MANUTENCAO DE ORCAMENTOS'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-CABECALHOS-PARAG
           IF WS-QTD-CABEC = ZERO
           ELSE
               MOVE 'S' TO WS-CONTINUAR
               PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
                   DISPLAY 'ACAO: (L)ISTAR (C)LIENTE (R)EIMPRIMIR '
                       '(S)ITUACAO (V)OLTAR ? '
                   ACCEPT WS-MODO
                   EVALUATE WS-MODO
                       WHEN 'L'
                       WHEN 'l'
                           PERFORM LISTAR-ORCAMENTOS-PARAG
                       WHEN 'C'
                       WHEN 'c'
                           PERFORM LISTAR-POR-CLIENTE-PARAG
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM REIMPRIMIR-ORCAMENTO-PARAG
                                   TC-TOTAL(WS-QTD-CABEC)
                               MOVE QH-SITUACAO TO
                                   TC-SITUACAO(WS-QTD-CABEC)
                               MOVE QH-CLIENTE TO
                                   TC-CLIENTE(WS-QTD-CABEC)
                               MOVE QH-VALIDADE TO
                                   TC-VALIDADE(WS-QTD-CABEC)
                           END-IF
                   END-READ
               END-PERFORM
                   ' OPER ' TC-OPERADOR(WS-IX-CAB)
                   ' TOTAL ' TC-TOTAL(WS-IX-CAB)
                   ' SIT ' TC-SITUACAO(WS-IX-CAB)
                   ' CLI ' TC-CLIENTE(WS-IX-CAB)
                   ' VAL ' TC-VALIDADE(WS-IX-CAB)
           END-PERFORM
           DISPLAY 'TOTAL DE ORCAMENTOS: ' WS-QTD-CABEC.

       LISTAR-POR-CLIENTE-PARAG.
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-COD-CLIENTE
           PERFORM LOCALIZAR-CLIENTE-PARAG
           IF WS-CLI-NOME = SPACES
               DISPLAY 'CLIENTE NAO CADASTRADO: ' WS-COD-CLIENTE
           ELSE
               DISPLAY 'ORCAMENTOS DE ' WS-COD-CLIENTE ' '
                   WS-CLI-NOME
               MOVE ZERO TO WS-QTD-DO-CLIENTE
               MOVE ZERO TO WS-TOTAL-ORCADO
               MOVE ZERO TO WS-TOTAL-ACEITO
               PERFORM VARYING WS-IX-CAB FROM 1 BY 1
                   UNTIL WS-IX-CAB > WS-QTD-CABEC
                   IF TC-CLIENTE(WS-IX-CAB) = WS-COD-CLIENTE
                       ADD 1 TO WS-QTD-DO-CLIENTE
                       ADD TC-TOTAL(WS-IX-CAB) TO WS-TOTAL-ORCADO
                       IF TC-SITUACAO(WS-IX-CAB) = 'A'
                           ADD TC-TOTAL(WS-IX-CAB) TO WS-TOTAL-ACEITO
                       END-IF
                       DISPLAY '  NO. ' TC-NUMERO(WS-IX-CAB)
                           ' DATA ' TC-DATA(WS-IX-CAB)
                           ' OPER ' TC-OPERADOR(WS-IX-CAB)
                           ' TOTAL ' TC-TOTAL(WS-IX-CAB)
                           ' SIT ' TC-SITUACAO(WS-IX-CAB)
                   END-IF
               END-PERFORM
               DISPLAY 'ORCAMENTOS DO CLIENTE: ' WS-QTD-DO-CLIENTE
               DISPLAY 'TOTAL ORCADO: ' WS-TOTAL-ORCADO
               DISPLAY 'TOTAL ACEITO: ' WS-TOTAL-ACEITO
           END-IF.

       LOCALIZAR-CLIENTE-PARAG.
           MOVE SPACES TO WS-CLI-NOME
           MOVE SPACES TO WS-CLI-ENDERECO
           MOVE SPACES TO WS-CLI-CIDADE
           MOVE SPACES TO WS-CLI-UF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CLI-STATUS = '00'
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       LOCALIZAR-CABECALHO-PARAG.
           DISPLAY 'NUMERO DO ORCAMENTO: '
           ACCEPT WS-NUM-PEDIDO
                       '  DATA: ' TC-DATA(WS-IX-CAB-ACHADO)
                       '  SITUACAO: '
                       TC-SITUACAO(WS-IX-CAB-ACHADO)
                       '  VALIDO ATE: '
                       TC-VALIDADE(WS-IX-CAB-ACHADO)
                       DELIMITED BY SIZE INTO QUOTATION-LINE
                   WRITE QUOTATION-LINE
                   IF TC-CLIENTE(WS-IX-CAB-ACHADO) NOT = SPACES
                       MOVE TC-CLIENTE(WS-IX-CAB-ACHADO) TO
                           WS-COD-CLIENTE
                       PERFORM LOCALIZAR-CLIENTE-PARAG
                       MOVE SPACES TO QUOTATION-LINE
                       STRING 'CLIENTE: ' WS-COD-CLIENTE ' '
                           WS-CLI-NOME
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
                   END-IF
                   MOVE SPACES TO QUOTATION-LINE
                   STRING '--------------------------------------'
                       DELIMITED BY SIZE INTO QUOTATION-LINE
           WRITE QUOTATION-LINE.

       MUDAR-SITUACAO-PARAG.
           MOVE ZERO TO WS-NUM-ORDEM
           MOVE ZERO TO WS-QTD-PECAS
           PERFORM LOCALIZAR-CABECALHO-PARAG
           IF WS-IX-CAB-ACHADO > ZERO
               MOVE 'N' TO WS-VENCIDO
               IF TC-SITUACAO(WS-IX-CAB-ACHADO) = 'V'
                   MOVE 'S' TO WS-VENCIDO
               END-IF
               IF TC-SITUACAO(WS-IX-CAB-ACHADO) = 'P' AND
                   TC-VALIDADE(WS-IX-CAB-ACHADO) NUMERIC
                   IF TC-VALIDADE(WS-IX-CAB-ACHADO) < WS-DATA-HOJE
                       MOVE 'S' TO WS-VENCIDO
                   END-IF
               END-IF
               IF TC-SITUACAO(WS-IX-CAB-ACHADO) NOT = 'P' AND
                   TC-SITUACAO(WS-IX-CAB-ACHADO) NOT = 'V'
                   DISPLAY 'ORCAMENTO JA DECIDIDO (SITUACAO '
                       TC-SITUACAO(WS-IX-CAB-ACHADO)
                       '). NADA ALTERADO.'
               ELSE
                   IF WS-VENCIDO = 'S'
                       DISPLAY 'ORCAMENTO VENCIDO EM '
                           TC-VALIDADE(WS-IX-CAB-ACHADO)
                           '. ACEITE SO COM REPRECIFICACAO.'
                   END-IF
                   DISPLAY '(A)CEITAR OU (R)ECUSAR ? '
                   ACCEPT WS-SITUACAO-NOVA
                   EVALUATE WS-SITUACAO-NOVA
      * O aceite so e gravado depois da lista de corte sair inteira:
      * em falha nada e alterado e o orcamento continua pendente
      * para nova tentativa. Vencido, o orcamento e reprecificado e
      * confirmado, os itens sao regravados com os valores novos e so
      * entao sai a lista de corte. Se a lista falhar, os itens voltam
      * aos valores antigos; o total novo so vai para o cabecalho
      * junto com o aceite.
                       WHEN 'A'
                       WHEN 'a'
                           MOVE 'S' TO WS-REPRECO-OK
                           IF WS-VENCIDO = 'S'
                               PERFORM REPRECIFICAR-ORCAMENTO-PARAG
                               IF WS-REPRECO-OK = 'S'
                                   MOVE 'N' TO WS-PRECO-ITENS
                                   PERFORM REGRAVAR-ITENS-PARAG
                               END-IF
                           END-IF
                           IF WS-REPRECO-OK = 'S'
                               PERFORM GERAR-LISTA-CORTE-PARAG
                               IF WS-CORTE-OK = 'N' AND
                                   WS-VENCIDO = 'S'
                                   PERFORM DESFAZER-REPRECO-PARAG
                               END-IF
                           ELSE
                               MOVE 'N' TO WS-CORTE-OK
                           END-IF
                           IF WS-CORTE-OK = 'S'
                               IF WS-VENCIDO = 'S'
                                   MOVE WS-TOTAL-NOVO TO
                                       TC-TOTAL(WS-IX-CAB-ACHADO)
                                   PERFORM AUDITAR-REPRECO-PARAG
                               END-IF
                               MOVE 'A' TO
                                   TC-SITUACAO(WS-IX-CAB-ACHADO)
                               PERFORM REGRAVAR-CABECALHOS-PARAG
                               PERFORM GRAVAR-AUDITORIA-PARAG
                           ELSE
                               DISPLAY 'ORCAMENTO CONTINUA '
                                   'SEM ACEITE. NADA ALTERADO.'
                           END-IF
                       WHEN 'R'
                       WHEN 'r'
               END-IF
           END-IF.

      * Cada item volta a ser precificado como no PROGG02: a linha de
      * PRICE-MASTER.DAT de maior vigencia que nao passe de hoje,
      * sobre a area gravada do item, com a cobranca minima. Material
      * sem preco vigente ou QUOTE-ITEMS.DAT maior que a tabela
      * impedem o aceite.
       REPRECIFICAR-ORCAMENTO-PARAG.
           MOVE 'N' TO WS-REPRECO-OK
           PERFORM CARREGAR-PRECOS-PARAG
           PERFORM CARREGAR-ITENS-PARAG
           EVALUATE TRUE
               WHEN WS-QTD-PRECOS = ZERO
                   DISPLAY 'SEM PRICE-MASTER.DAT. ORCAMENTO VENCIDO '
                       'NAO PODE SER REPRECIFICADO.'
               WHEN WS-ITM-OVERFLOW = 'S'
                   DISPLAY 'QUOTE-ITEMS.DAT MAIOR QUE A TABELA. '
                       'ORCAMENTO NAO PODE SER REPRECIFICADO.'
               WHEN OTHER
                   MOVE 'S' TO WS-REPRECO-OK
                   MOVE ZERO TO WS-TOTAL-ANTIGO
                   MOVE ZERO TO WS-TOTAL-NOVO
                   DISPLAY 'ITEM MATERIAL  VALOR ANTIGO    '
                       '   VALOR NOVO'
                   PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                       UNTIL WS-IX-ITEM > WS-QTD-ITENS
                       IF TI-NUMERO(WS-IX-ITEM) = WS-NUM-PEDIDO
                           PERFORM REPRECIFICAR-ITEM-PARAG
                       END-IF
                   END-PERFORM
                   DISPLAY 'TOTAL ANTIGO: ' WS-TOTAL-ANTIGO
                       '  TOTAL NOVO: ' WS-TOTAL-NOVO
                   IF WS-TOTAL-NOVO = ZERO
                       DISPLAY 'NENHUM ITEM DO ORCAMENTO EM '
                           'QUOTE-ITEMS.DAT.'
                       MOVE 'N' TO WS-REPRECO-OK
                   END-IF
           END-EVALUATE
           IF WS-REPRECO-OK = 'S'
               DISPLAY 'CONFIRMA O ACEITE PELO TOTAL NOVO? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   MOVE 'N' TO WS-REPRECO-OK
               END-IF
           END-IF.

       REPRECIFICAR-ITEM-PARAG.
           MOVE ZERO TO WS-IX-PRECO-ACHADO
           PERFORM VARYING WS-IX-PRECO FROM 1 BY 1
               UNTIL WS-IX-PRECO > WS-QTD-PRECOS
               IF TP-CODIGO(WS-IX-PRECO) = TI-CODIGO(WS-IX-ITEM) AND
                   TP-VIGENCIA(WS-IX-PRECO) <= WS-DATA-HOJE
                   IF WS-IX-PRECO-ACHADO = ZERO
                       MOVE WS-IX-PRECO TO WS-IX-PRECO-ACHADO
                   ELSE
                       IF TP-VIGENCIA(WS-IX-PRECO) >=
                           TP-VIGENCIA(WS-IX-PRECO-ACHADO)
                           MOVE WS-IX-PRECO TO WS-IX-PRECO-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IX-PRECO-ACHADO = ZERO
               DISPLAY 'MATERIAL SEM PRECO VIGENTE: '
                   TI-CODIGO(WS-IX-ITEM) ' (ITEM '
                   TI-SEQ(WS-IX-ITEM) ')'
               MOVE 'N' TO WS-REPRECO-OK
           ELSE
               COMPUTE TI-VALOR-NOVO(WS-IX-ITEM) ROUNDED =
                   TI-AREA(WS-IX-ITEM) *
                   TP-PRECO-CM2(WS-IX-PRECO-ACHADO)
               MOVE 'N' TO TI-MINIMO-NOVO(WS-IX-ITEM)
               IF TI-VALOR-NOVO(WS-IX-ITEM) <
                   TP-MINIMO(WS-IX-PRECO-ACHADO)
                   MOVE TP-MINIMO(WS-IX-PRECO-ACHADO) TO
                       TI-VALOR-NOVO(WS-IX-ITEM)
                   MOVE 'S' TO TI-MINIMO-NOVO(WS-IX-ITEM)
               END-IF
               ADD TI-VALOR(WS-IX-ITEM) TO WS-TOTAL-ANTIGO
               ADD TI-VALOR-NOVO(WS-IX-ITEM) TO WS-TOTAL-NOVO
               DISPLAY ' ' TI-SEQ(WS-IX-ITEM) ' '
                   TI-CODIGO(WS-IX-ITEM) ' '
                   TI-VALOR(WS-IX-ITEM) ' '
                   TI-VALOR-NOVO(WS-IX-ITEM)
           END-IF.

       CARREGAR-PRECOS-PARAG.
           MOVE ZERO TO WS-QTD-PRECOS
           OPEN INPUT PRICE-MASTER-FILE
           IF WS-PRECO-STATUS = '00'
               PERFORM UNTIL WS-PRECO-STATUS = '10'
                   READ PRICE-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-PRECO-STATUS
                       NOT AT END
                           IF WS-QTD-PRECOS >= 100
                               DISPLAY 'TABELA DE PRECOS CHEIA. '
                                   'LINHA IGNORADA: ' PM-CODIGO
                           ELSE
                               ADD 1 TO WS-QTD-PRECOS
                               MOVE PM-CODIGO TO
                                   TP-CODIGO(WS-QTD-PRECOS)
                               MOVE PM-PRECO-CM2 TO
                                   TP-PRECO-CM2(WS-QTD-PRECOS)
                               MOVE PM-MINIMO TO
                                   TP-MINIMO(WS-QTD-PRECOS)
                               IF PM-VIGENCIA NUMERIC
                                   MOVE PM-VIGENCIA TO
                                       TP-VIGENCIA(WS-QTD-PRECOS)
                               ELSE
                                   MOVE ZERO TO
                                       TP-VIGENCIA(WS-QTD-PRECOS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-MASTER-FILE
           END-IF.

       CARREGAR-ITENS-PARAG.
           MOVE ZERO TO WS-QTD-ITENS
           MOVE 'N' TO WS-ITM-OVERFLOW
           OPEN INPUT QUOTE-ITEMS-FILE
           IF WS-QITM-STATUS = '00'
               PERFORM UNTIL WS-QITM-STATUS = '10'
                   READ QUOTE-ITEMS-FILE
                       AT END
                           MOVE '10' TO WS-QITM-STATUS
                       NOT AT END
                           IF WS-QTD-ITENS >= 2000
                               MOVE 'S' TO WS-ITM-OVERFLOW
                           ELSE
                               ADD 1 TO WS-QTD-ITENS
                               MOVE QI-NUMERO TO TI-NUMERO(WS-QTD-ITENS)
                               MOVE QI-SEQ TO TI-SEQ(WS-QTD-ITENS)
                               MOVE QI-CODIGO TO TI-CODIGO(WS-QTD-ITENS)
                               MOVE QI-LARGURA TO
                                   TI-LARGURA(WS-QTD-ITENS)
                               MOVE QI-ALTURA TO TI-ALTURA(WS-QTD-ITENS)
                               MOVE QI-AREA TO TI-AREA(WS-QTD-ITENS)
                               MOVE QI-VALOR TO TI-VALOR(WS-QTD-ITENS)
                               MOVE QI-MINIMO-APL TO
                                   TI-MINIMO-APL(WS-QTD-ITENS)
                               MOVE QI-VALOR TO
                                   TI-VALOR-NOVO(WS-QTD-ITENS)
                               MOVE QI-MINIMO-APL TO
                                   TI-MINIMO-NOVO(WS-QTD-ITENS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-ITEMS-FILE
           END-IF.

      * WS-PRECO-ITENS 'N' grava os valores novos, 'A' os antigos.
      * Falha de abertura ou gravacao desfaz o aceite (WS-REPRECO-OK).
       REGRAVAR-ITENS-PARAG.
           OPEN OUTPUT QUOTE-ITEMS-FILE
           IF WS-QITM-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR QUOTE-ITEMS.DAT: '
                   WS-QITM-STATUS
               MOVE 'N' TO WS-REPRECO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IX-ITEM FROM 1 BY 1
                   UNTIL WS-IX-ITEM > WS-QTD-ITENS
                   OR WS-QITM-STATUS NOT = '00'
                   MOVE SPACES TO QUOTE-ITEM-RECORD
                   MOVE TI-NUMERO(WS-IX-ITEM) TO QI-NUMERO
                   MOVE TI-SEQ(WS-IX-ITEM) TO QI-SEQ
                   MOVE TI-CODIGO(WS-IX-ITEM) TO QI-CODIGO
                   MOVE TI-LARGURA(WS-IX-ITEM) TO QI-LARGURA
                   MOVE TI-ALTURA(WS-IX-ITEM) TO QI-ALTURA
                   MOVE TI-AREA(WS-IX-ITEM) TO QI-AREA
                   IF WS-PRECO-ITENS = 'A'
                       MOVE TI-VALOR(WS-IX-ITEM) TO QI-VALOR
                       MOVE TI-MINIMO-APL(WS-IX-ITEM) TO QI-MINIMO-APL
                   ELSE
                       MOVE TI-VALOR-NOVO(WS-IX-ITEM) TO QI-VALOR
                       MOVE TI-MINIMO-NOVO(WS-IX-ITEM) TO
                           QI-MINIMO-APL
                   END-IF
                   WRITE QUOTE-ITEM-RECORD
                   IF WS-QITM-STATUS NOT = '00'
                       DISPLAY 'ERRO AO REGRAVAR QUOTE-ITEMS.DAT: '
                           WS-QITM-STATUS
                       MOVE 'N' TO WS-REPRECO-OK
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-PERFORM
               CLOSE QUOTE-ITEMS-FILE
           END-IF.

      * Lista de corte falhou depois dos itens reprecificados: os
      * itens voltam aos valores antigos, como o cabecalho.
       DESFAZER-REPRECO-PARAG.
           MOVE 'S' TO WS-REPRECO-OK
           MOVE 'A' TO WS-PRECO-ITENS
           PERFORM REGRAVAR-ITENS-PARAG
           MOVE 'N' TO WS-PRECO-ITENS
           IF WS-REPRECO-OK = 'N'
               DISPLAY 'ATENCAO: QUOTE-ITEMS.DAT FICOU COM OS VALORES '
                   'NOVOS E O CABECALHO COM O TOTAL ANTIGO.'
           END-IF.

       GERAR-LISTA-CORTE-PARAG.
           MOVE ZERO TO WS-QTD-PECAS
           MOVE 'N' TO WS-CORTE-OK
                               MOVE '10' TO WS-QITM-STATUS
                           NOT AT END
                               IF QI-NUMERO = WS-NUM-PEDIDO
                                   IF WS-QTD-PECAS = ZERO
                                       PERFORM OBTER-NUMERO-ORDEM-PARAG
                                   END-IF
                                   MOVE SPACES TO CUT-LIST-RECORD
                                   MOVE QI-LARGURA TO CL-LARGURA
                                   MOVE QI-ALTURA TO CL-ALTURA
                                   MOVE WS-NUM-ORDEM TO CL-ORDEM
                                   MOVE QI-SEQ TO CL-SEQ
                                   MOVE QI-CODIGO TO CL-CODIGO
                                   MOVE 'P' TO CL-SITUACAO
                                   WRITE CUT-LIST-RECORD
                                   ADD 1 TO WS-QTD-PECAS
                               END-IF
                       MOVE 'S' TO WS-CORTE-OK
                       DISPLAY WS-QTD-PECAS ' PECA(S) '
                           'ACRESCENTADA(S) EM CUTLIST.DAT'
                       PERFORM GRAVAR-ORDEM-PRODUCAO-PARAG
                   ELSE
                       DISPLAY 'NENHUM ITEM DO ORCAMENTO EM '
                           'QUOTE-ITEMS.DAT. LISTA DE CORTE NAO '
               END-IF
           END-IF.

       OBTER-NUMERO-ORDEM-PARAG.
           MOVE ZERO TO WS-NUM-ORDEM
           OPEN INPUT WO-SEQ-FILE
           IF WS-WSEQ-STATUS = '00'
               READ WO-SEQ-FILE
                   NOT AT END
                       MOVE WS-SEQ-NUMERO TO WS-NUM-ORDEM
               END-READ
               CLOSE WO-SEQ-FILE
           END-IF
           ADD 1 TO WS-NUM-ORDEM
           OPEN OUTPUT WO-SEQ-FILE
           IF WS-WSEQ-STATUS NOT = '00'
               DISPLAY 'ATENCAO: NAO FOI POSSIVEL GRAVAR '
                   'WO-SEQ.DAT. O NUMERO ' WS-NUM-ORDEM
                   ' PODE SE REPETIR NA PROXIMA ORDEM.'
           ELSE
               MOVE WS-NUM-ORDEM TO WS-SEQ-NUMERO
               WRITE WO-SEQ-RECORD
               IF WS-WSEQ-STATUS NOT = '00'
                   DISPLAY 'ATENCAO: ERRO AO GRAVAR WO-SEQ.DAT: '
                       'STATUS ' WS-WSEQ-STATUS '. O NUMERO '
                       WS-NUM-ORDEM ' PODE SE REPETIR.'
               END-IF
               CLOSE WO-SEQ-FILE
           END-IF.

       GRAVAR-ORDEM-PRODUCAO-PARAG.
           OPEN EXTEND WORK-ORDER-FILE
           IF WS-WO-STATUS = '35'
               OPEN OUTPUT WORK-ORDER-FILE
           END-IF
           IF WS-WO-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR WORK-ORDER.DAT: STATUS '
                   WS-WO-STATUS
           ELSE
               MOVE SPACES TO WORK-ORDER-RECORD
               MOVE WS-NUM-ORDEM TO WO-NUMERO
               MOVE WS-NUM-PEDIDO TO WO-ORCAMENTO
               MOVE TC-CLIENTE(WS-IX-CAB-ACHADO) TO WO-CLIENTE
               ACCEPT WO-DATA FROM DATE YYYYMMDD
               MOVE WS-QTD-PECAS TO WO-PECAS
               MOVE ZERO TO WO-CORTADAS
               MOVE 'A' TO WO-SITUACAO
               MOVE ZERO TO WO-CONCLUSAO
               WRITE WORK-ORDER-RECORD
               IF WS-WO-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR WORK-ORDER.DAT: STATUS '
                       WS-WO-STATUS
               ELSE
                   DISPLAY 'ORDEM DE PRODUCAO ' WS-NUM-ORDEM
                       ' ABERTA PARA O ORCAMENTO ' WS-NUM-PEDIDO
               END-IF
               CLOSE WORK-ORDER-FILE
           END-IF.

       REGRAVAR-CABECALHOS-PARAG.
           IF WS-CAB-OVERFLOW = 'S'
               DISPLAY 'QUOTE-HEADER.DAT TEM MAIS ORCAMENTOS DO QUE '
                       MOVE TC-OPERADOR(WS-IX-CAB) TO QH-OPERADOR
                       MOVE TC-TOTAL(WS-IX-CAB) TO QH-TOTAL
                       MOVE TC-SITUACAO(WS-IX-CAB) TO QH-SITUACAO
                       MOVE TC-CLIENTE(WS-IX-CAB) TO QH-CLIENTE
                       MOVE TC-VALIDADE(WS-IX-CAB) TO QH-VALIDADE
                       WRITE QUOTE-HEADER-RECORD
                   END-PERFORM
                   CLOSE QUOTE-HEADER-FILE
           STRING 'ORCAMENTO=' WS-NUM-PEDIDO
               ' SITUACAO=' TC-SITUACAO(WS-IX-CAB-ACHADO)
               ' PECAS=' WS-QTD-PECAS
               ' ORDEM=' WS-NUM-ORDEM
               DELIMITED BY SIZE INTO AUD-DADOS
           WRITE AUDIT-LOG-LINE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUDITORIA: STATUS '
                   WS-AUDIT-STATUS
           END-IF
           CLOSE AUDIT-LOG-FILE.

       AUDITAR-REPRECO-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE 'PROGG18' TO AUD-PROGRAMA
           MOVE WS-OPERADOR TO AUD-OPERADOR
           STRING 'ORCAMENTO=' WS-NUM-PEDIDO
               ' REPRECIFICADO DE ' WS-TOTAL-ANTIGO
               ' PARA ' WS-TOTAL-NOVO
               DELIMITED BY SIZE INTO AUD-DADOS
           WRITE AUDIT-LOG-LINE
           IF WS-AUDIT-STATUS NOT = '00'
