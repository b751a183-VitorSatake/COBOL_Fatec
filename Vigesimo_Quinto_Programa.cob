      ******************************************************************
      * Author:
      * Date:
      * Purpose: Contagem fisica de estoque. (C)ongelar grava em
      *          INVENTORY-COUNT.DAT o saldo contabil de cada material
      *          e em INVENTORY-REMNANT.DAT a imagem de REMNANT.DAT;
      *          (Q)uantidades recebe o contado por MS-CODIGO e
      *          (R)etalhos confere cada retalho no chao. (D)iferencas
      *          grava INVENTORY-VARIANCE.TXT com a sobra ou a falta
      *          de cada material e os retalhos divergentes. (L)ancar,
      *          so para supervisor (OP-SUPERVISOR = 'S'), grava os
      *          ajustes em MATERIAL-MOVES.DAT com MV-TIPO 'A' (sobra)
      *          ou 'Q' (quebra), corrige o saldo pela diferenca sobre
      *          o saldo congelado - o que entrou ou saiu depois do
      *          congelamento continua valendo - e acerta REMNANT.DAT.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG25.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAL-STOCK-FILE ASSIGN TO "MATERIAL-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.
           SELECT REMNANT-FILE ASSIGN TO "REMNANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT INVENTORY-COUNT-FILE ASSIGN TO "INVENTORY-COUNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNT-STATUS.
           SELECT INVENTORY-REMNANT-FILE ASSIGN TO
               "INVENTORY-REMNANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO
               "INVENTORY-VARIANCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT MATERIAL-MOVES-FILE ASSIGN TO "MATERIAL-MOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
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
      * Custo medio ponderado por cm2, recalculado a cada recebimento
      * no PROGG14. Registros antigos leem o campo como espacos (zero).
           05 FILLER         PIC X(01).
           05 MS-CUSTO-MEDIO PIC 9(05)V9(06).
       FD  REMNANT-FILE.
           COPY REMNANT.
       FD  INVENTORY-COUNT-FILE.
           COPY INVCOUNT.
       FD  INVENTORY-REMNANT-FILE.
           COPY INVREMN.
       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-LINE PIC X(80).
       FD  MATERIAL-MOVES-FILE.
           COPY MATMOVE.
       FD  OPERATOR-FILE.
           COPY OPERATOR.
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       WORKING-STORAGE SECTION.
       77 WS-EST-STATUS     PIC X(02) VALUE SPACES.
       77 WS-RET-STATUS     PIC X(02) VALUE SPACES.
       77 WS-CNT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-CRT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-REPORT-STATUS  PIC X(02) VALUE SPACES.
       77 WS-MOV-STATUS     PIC X(02) VALUE SPACES.
       77 WS-OPER-STATUS    PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-CONTINUAR      PIC X(01) VALUE 'S'.
       77 WS-CONFIRMA       PIC X(01) VALUE 'N'.
       77 WS-RESPOSTA       PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CONTAGEM  PIC 9(08) VALUE ZEROS.
       77 WS-TEM-CONTAGEM   PIC X(01) VALUE 'N'.
       77 WS-HOUVE-MUDANCA  PIC X(01) VALUE 'N'.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
       77 WS-COD-MATERIAL   PIC X(06) VALUE SPACES.
       77 WS-QTD-CONTADA    PIC 9(09)V99 VALUE ZEROS.
       77 WS-DIFERENCA      PIC S9(09)V99 VALUE ZEROS.
       77 WS-QTD-AJUSTE     PIC 9(09)V99 VALUE ZEROS.
       77 WS-TIPO-AJUSTE    PIC X(01) VALUE SPACES.
       77 WS-TOTAL-SOBRA    PIC 9(011)V99 VALUE ZEROS.
       77 WS-TOTAL-FALTA    PIC 9(011)V99 VALUE ZEROS.
       77 WS-QTD-CONTADOS   PIC 9(03) VALUE ZERO.
       77 WS-QTD-NAO-CONTADOS PIC 9(03) VALUE ZERO.
       77 WS-QTD-DIVERGENTES PIC 9(03) VALUE ZERO.
       77 WS-QTD-AJUSTES    PIC 9(03) VALUE ZERO.
       77 WS-QTD-RET-FALTA  PIC 9(03) VALUE ZERO.
       77 WS-QTD-RET-EXTRA  PIC 9(03) VALUE ZERO.
       77 WS-QTD-RET-PENDENTE PIC 9(03) VALUE ZERO.
       77 WS-LARG-ACHADA    PIC 9(03) VALUE ZEROS.
       77 WS-ALT-ACHADA     PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MATERIAIS  PIC 9(03) VALUE ZERO.
       77 WS-IX-MAT         PIC 9(03) VALUE ZERO.
       77 WS-IX-MAT-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-EST-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-QTD-CONTAGEM   PIC 9(03) VALUE ZERO.
       77 WS-IX-CNT         PIC 9(03) VALUE ZERO.
       77 WS-IX-CNT-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-QTD-CONFERENCIA PIC 9(03) VALUE ZERO.
       77 WS-IX-CRT         PIC 9(03) VALUE ZERO.
       77 WS-QTD-RETALHOS   PIC 9(03) VALUE ZERO.
       77 WS-IX-RET         PIC 9(03) VALUE ZERO.
       77 WS-IX-RET-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-RET-OVERFLOW   PIC X(01) VALUE 'N'.
       01 WS-TABELA-ESTOQUE.
           05 WS-ESTOQUE-ENT OCCURS 50 TIMES.
               10 TE-CODIGO     PIC X(06).
               10 TE-DESCRICAO  PIC X(20).
               10 TE-SALDO      PIC S9(09)V99.
               10 TE-REPOSICAO  PIC 9(09)V99.
               10 TE-FOLHA-LARG PIC 9(03).
               10 TE-FOLHA-ALT  PIC 9(03).
               10 TE-CUSTO-MEDIO PIC 9(05)V9(06).
       01 WS-TABELA-CONTAGEM.
           05 WS-CONTAGEM-ENT OCCURS 50 TIMES.
               10 TN-CODIGO      PIC X(06).
               10 TN-DATA        PIC 9(08).
               10 TN-SALDO-LIVRO PIC 9(09)V99.
               10 TN-QTD-CONTADA PIC 9(09)V99.
               10 TN-CONTADO     PIC X(01).
               10 TN-SITUACAO    PIC X(01).
       01 WS-TABELA-CONFERENCIA.
           05 WS-CONFERENCIA-ENT OCCURS 200 TIMES.
               10 TX-CODIGO      PIC X(06).
               10 TX-LARGURA     PIC 9(03).
               10 TX-ALTURA      PIC 9(03).
               10 TX-DATA        PIC 9(08).
               10 TX-ACHADO      PIC X(01).
               10 TX-SITUACAO    PIC X(01).
      * TR-SITUACAO: 'D' = retalho disponivel, 'U' = nao encontrado
      * na contagem (sai do arquivo na regravacao).
       01 WS-TABELA-RETALHOS.
           05 WS-RETALHO-ENT OCCURS 200 TIMES.
               10 TR-CODIGO     PIC X(06).
               10 TR-LARGURA    PIC 9(03).
               10 TR-ALTURA     PIC 9(03).
               10 TR-DATA       PIC 9(08).
               10 TR-SITUACAO   PIC X(01).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'CONTAGEM FISICA DE ESTOQUE'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-ESTOQUE-PARAG
           IF WS-QTD-MATERIAIS = ZERO
               DISPLAY 'SEM MATERIAIS EM MATERIAL-STOCK.DAT. '
                   'NADA A CONTAR.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGAR-CONTAGEM-PARAG
               PERFORM CARREGAR-CONFERENCIA-PARAG
               IF WS-TEM-CONTAGEM = 'S'
                   DISPLAY 'CONTAGEM ABERTA DE ' WS-DATA-CONTAGEM
               END-IF
               PERFORM MENU-CONTAGEM-PARAG
               IF WS-HOUVE-MUDANCA = 'S'
                   PERFORM GRAVAR-CONTAGEM-PARAG
                   PERFORM GRAVAR-CONFERENCIA-PARAG
               END-IF
           END-IF
           GOBACK.

       MENU-CONTAGEM-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'ACAO: (C)ONGELAR (Q)UANTIDADES (R)ETALHOS '
                   '(D)IFERENCAS (L)ANCAR (V)OLTAR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CONGELAR-SALDOS-PARAG
                   WHEN 'Q'
                   WHEN 'q'
                       PERFORM INFORMAR-QUANTIDADES-PARAG
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM CONFERIR-RETALHOS-PARAG
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM GRAVAR-RELATORIO-PARAG
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LANCAR-AJUSTES-PARAG
                   WHEN 'V'
                   WHEN 'v'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

      * Congelar tira a foto do saldo contabil e dos retalhos. Uma
      * contagem aberta so e descartada com confirmacao; a contagem
      * ja lancada fica no arquivo ate a proxima ser congelada.
       CONGELAR-SALDOS-PARAG.
           MOVE 'S' TO WS-CONFIRMA
           IF WS-TEM-CONTAGEM = 'S'
               DISPLAY 'HA CONTAGEM ABERTA DE ' WS-DATA-CONTAGEM
                   '. DESCARTAR E CONGELAR DE NOVO? (S/N)'
               ACCEPT WS-CONFIRMA
           END-IF
           IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
               MOVE WS-DATA-HOJE TO WS-DATA-CONTAGEM
               MOVE ZERO TO WS-QTD-CONTAGEM
               PERFORM VARYING WS-IX-MAT FROM 1 BY 1
                   UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
                   ADD 1 TO WS-QTD-CONTAGEM
                   MOVE TE-CODIGO(WS-IX-MAT) TO
                       TN-CODIGO(WS-QTD-CONTAGEM)
                   MOVE WS-DATA-CONTAGEM TO TN-DATA(WS-QTD-CONTAGEM)
                   MOVE TE-SALDO(WS-IX-MAT) TO
                       TN-SALDO-LIVRO(WS-QTD-CONTAGEM)
                   MOVE ZERO TO TN-QTD-CONTADA(WS-QTD-CONTAGEM)
                   MOVE 'N' TO TN-CONTADO(WS-QTD-CONTAGEM)
                   MOVE 'A' TO TN-SITUACAO(WS-QTD-CONTAGEM)
               END-PERFORM
               PERFORM CARREGAR-RETALHOS-PARAG
               MOVE ZERO TO WS-QTD-CONFERENCIA
               PERFORM VARYING WS-IX-RET FROM 1 BY 1
                   UNTIL WS-IX-RET > WS-QTD-RETALHOS
                   ADD 1 TO WS-QTD-CONFERENCIA
                   MOVE TR-CODIGO(WS-IX-RET) TO
                       TX-CODIGO(WS-QTD-CONFERENCIA)
                   MOVE TR-LARGURA(WS-IX-RET) TO
                       TX-LARGURA(WS-QTD-CONFERENCIA)
                   MOVE TR-ALTURA(WS-IX-RET) TO
                       TX-ALTURA(WS-QTD-CONFERENCIA)
                   MOVE TR-DATA(WS-IX-RET) TO
                       TX-DATA(WS-QTD-CONFERENCIA)
                   MOVE SPACE TO TX-ACHADO(WS-QTD-CONFERENCIA)
                   MOVE 'A' TO TX-SITUACAO(WS-QTD-CONFERENCIA)
               END-PERFORM
               IF WS-RET-OVERFLOW = 'S'
                   DISPLAY 'ATENCAO: REMNANT.DAT MAIOR QUE A TABELA. '
                       'SO OS PRIMEIROS ' WS-QTD-CONFERENCIA
                       ' RETALHOS ENTRAM NA CONFERENCIA.'
               END-IF
               MOVE 'S' TO WS-TEM-CONTAGEM
               MOVE 'S' TO WS-HOUVE-MUDANCA
               DISPLAY 'SALDOS CONGELADOS EM ' WS-DATA-CONTAGEM
                   ': ' WS-QTD-CONTAGEM ' MATERIAL(IS) E '
                   WS-QTD-CONFERENCIA ' RETALHO(S).'
               PERFORM PREPARAR-AUDITORIA-PARAG
               STRING 'ACAO=CONGELAR CONTAGEM MATERIAIS='
                   WS-QTD-CONTAGEM ' RETALHOS=' WS-QTD-CONFERENCIA
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM FECHAR-AUDITORIA-PARAG
           ELSE
               DISPLAY 'CONTAGEM ABERTA MANTIDA.'
           END-IF.

      * O saldo congelado nao e mostrado: a contagem e cega para o
      * contador nao se guiar pelo livro.
       INFORMAR-QUANTIDADES-PARAG.
           IF WS-TEM-CONTAGEM NOT = 'S'
               DISPLAY 'NENHUMA CONTAGEM ABERTA. CONGELE PRIMEIRO.'
           ELSE
               MOVE 'X' TO WS-COD-MATERIAL
               PERFORM UNTIL WS-COD-MATERIAL = SPACES
                   DISPLAY 'CODIGO DO MATERIAL CONTADO (BRANCO=FIM): '
                   ACCEPT WS-COD-MATERIAL
                   IF WS-COD-MATERIAL NOT = SPACES
                       PERFORM REGISTRAR-CONTADO-PARAG
                   END-IF
               END-PERFORM
           END-IF.

       REGISTRAR-CONTADO-PARAG.
           PERFORM LOCALIZAR-CONTAGEM-PARAG
           IF WS-IX-CNT-ACHADO = ZERO
               DISPLAY 'MATERIAL FORA DA CONTAGEM: ' WS-COD-MATERIAL
           ELSE
               IF TN-CONTADO(WS-IX-CNT-ACHADO) = 'S'
                   DISPLAY 'JA CONTADO: '
                       TN-QTD-CONTADA(WS-IX-CNT-ACHADO)
                       '. A NOVA QUANTIDADE SUBSTITUI A ANTERIOR.'
               END-IF
               DISPLAY 'QUANTIDADE CONTADA (cm2): '
               ACCEPT WS-QTD-CONTADA
               MOVE WS-QTD-CONTADA TO
                   TN-QTD-CONTADA(WS-IX-CNT-ACHADO)
               MOVE 'S' TO TN-CONTADO(WS-IX-CNT-ACHADO)
               MOVE 'S' TO WS-HOUVE-MUDANCA
           END-IF.

       LOCALIZAR-CONTAGEM-PARAG.
           MOVE ZERO TO WS-IX-CNT-ACHADO
           PERFORM VARYING WS-IX-CNT FROM 1 BY 1
               UNTIL WS-IX-CNT > WS-QTD-CONTAGEM
               IF TN-CODIGO(WS-IX-CNT) = WS-COD-MATERIAL
                   MOVE WS-IX-CNT TO WS-IX-CNT-ACHADO
               END-IF
           END-PERFORM.

      * Cada retalho congelado e confirmado no chao (S) ou dado como
      * perdido (N); depois entram os retalhos achados que nao
      * constavam do arquivo.
       CONFERIR-RETALHOS-PARAG.
           IF WS-TEM-CONTAGEM NOT = 'S'
               DISPLAY 'NENHUMA CONTAGEM ABERTA. CONGELE PRIMEIRO.'
           ELSE
               PERFORM VARYING WS-IX-CRT FROM 1 BY 1
                   UNTIL WS-IX-CRT > WS-QTD-CONFERENCIA
                   IF TX-ACHADO(WS-IX-CRT) NOT = 'X'
                       DISPLAY 'RETALHO ' WS-IX-CRT ': '
                           TX-CODIGO(WS-IX-CRT) ' '
                           TX-LARGURA(WS-IX-CRT) 'X'
                           TX-ALTURA(WS-IX-CRT) ' CM DE '
                           TX-DATA(WS-IX-CRT)
                           ' PRESENTE? (S/N, BRANCO=PULAR)'
                       ACCEPT WS-RESPOSTA
                       EVALUATE WS-RESPOSTA
                           WHEN 'S'
                           WHEN 's'
                               MOVE 'S' TO TX-ACHADO(WS-IX-CRT)
                               MOVE 'S' TO WS-HOUVE-MUDANCA
                           WHEN 'N'
                           WHEN 'n'
                               MOVE 'N' TO TX-ACHADO(WS-IX-CRT)
                               MOVE 'S' TO WS-HOUVE-MUDANCA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               MOVE 'X' TO WS-COD-MATERIAL
               PERFORM UNTIL WS-COD-MATERIAL = SPACES
                   DISPLAY 'MATERIAL DE RETALHO ACHADO FORA DO '
                       'ARQUIVO (BRANCO=FIM): '
                   ACCEPT WS-COD-MATERIAL
                   IF WS-COD-MATERIAL NOT = SPACES
                       PERFORM INCLUIR-RETALHO-ACHADO-PARAG
                   END-IF
               END-PERFORM
           END-IF.

       INCLUIR-RETALHO-ACHADO-PARAG.
           PERFORM LOCALIZAR-MATERIAL-PARAG
           IF WS-IX-MAT-ACHADO = ZERO
               DISPLAY 'MATERIAL NAO CADASTRADO: ' WS-COD-MATERIAL
           ELSE
               IF WS-QTD-CONFERENCIA >= 200
                   DISPLAY 'TABELA DE CONFERENCIA CHEIA. RETALHO '
                       'NAO INCLUIDO.'
               ELSE
                   DISPLAY 'LARGURA (cm): '
                   ACCEPT WS-LARG-ACHADA
                   DISPLAY 'ALTURA (cm): '
                   ACCEPT WS-ALT-ACHADA
                   IF WS-LARG-ACHADA = ZERO OR WS-ALT-ACHADA = ZERO
                       DISPLAY 'DIMENSAO ZERO. RETALHO NAO INCLUIDO.'
                   ELSE
                       ADD 1 TO WS-QTD-CONFERENCIA
                       MOVE WS-COD-MATERIAL TO
                           TX-CODIGO(WS-QTD-CONFERENCIA)
                       MOVE WS-LARG-ACHADA TO
                           TX-LARGURA(WS-QTD-CONFERENCIA)
                       MOVE WS-ALT-ACHADA TO
                           TX-ALTURA(WS-QTD-CONFERENCIA)
                       MOVE WS-DATA-HOJE TO
                           TX-DATA(WS-QTD-CONFERENCIA)
                       MOVE 'X' TO TX-ACHADO(WS-QTD-CONFERENCIA)
                       MOVE 'A' TO TX-SITUACAO(WS-QTD-CONFERENCIA)
                       MOVE 'S' TO WS-HOUVE-MUDANCA
                       DISPLAY 'RETALHO ACHADO INCLUIDO NA '
                           'CONFERENCIA.'
                   END-IF
               END-IF
           END-IF.

       GRAVAR-RELATORIO-PARAG.
           IF WS-QTD-CONTAGEM = ZERO
               DISPLAY 'NENHUMA CONTAGEM CONGELADA. NADA A RELATAR.'
           ELSE
               OPEN OUTPUT VARIANCE-REPORT-FILE
               IF WS-REPORT-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR '
                       'INVENTORY-VARIANCE.TXT'
               ELSE
                   PERFORM GRAVAR-DIFERENCAS-MATERIAL-PARAG
                   PERFORM GRAVAR-DIFERENCAS-RETALHO-PARAG
                   CLOSE VARIANCE-REPORT-FILE
                   DISPLAY 'MATERIAIS COM DIFERENCA: '
                       WS-QTD-DIVERGENTES
                       '  NAO CONTADOS: ' WS-QTD-NAO-CONTADOS
                   DISPLAY 'RELATORIO GRAVADO EM '
                       'INVENTORY-VARIANCE.TXT'
               END-IF
           END-IF.

       GRAVAR-DIFERENCAS-MATERIAL-PARAG.
           MOVE ZERO TO WS-QTD-CONTADOS
           MOVE ZERO TO WS-QTD-NAO-CONTADOS
           MOVE ZERO TO WS-QTD-DIVERGENTES
           MOVE ZERO TO WS-TOTAL-SOBRA
           MOVE ZERO TO WS-TOTAL-FALTA
           MOVE SPACES TO VARIANCE-REPORT-LINE
           IF TN-SITUACAO(1) = 'L'
               STRING 'DIFERENCAS DE INVENTARIO - CONTAGEM DE '
                   WS-DATA-CONTAGEM ' (JA LANCADA)'
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           ELSE
               STRING 'DIFERENCAS DE INVENTARIO - CONTAGEM DE '
                   WS-DATA-CONTAGEM
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           END-IF
           WRITE VARIANCE-REPORT-LINE
           PERFORM VARYING WS-IX-CNT FROM 1 BY 1
               UNTIL WS-IX-CNT > WS-QTD-CONTAGEM
               PERFORM GRAVAR-LINHA-MATERIAL-PARAG
           END-PERFORM
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING 'CONTADOS=' WS-QTD-CONTADOS
               ' COM DIFERENCA=' WS-QTD-DIVERGENTES
               ' NAO CONTADOS=' WS-QTD-NAO-CONTADOS
               DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING 'TOTAL SOBRA (cm2)=' WS-TOTAL-SOBRA
               ' TOTAL FALTA (cm2)=' WS-TOTAL-FALTA
               DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE.

       GRAVAR-LINHA-MATERIAL-PARAG.
           MOVE TN-CODIGO(WS-IX-CNT) TO WS-COD-MATERIAL
           PERFORM LOCALIZAR-MATERIAL-PARAG
           MOVE SPACES TO VARIANCE-REPORT-LINE
           IF WS-IX-MAT-ACHADO > ZERO
               STRING TN-CODIGO(WS-IX-CNT) ' '
                   TE-DESCRICAO(WS-IX-MAT-ACHADO)
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           ELSE
               STRING TN-CODIGO(WS-IX-CNT)
                   ' *** FORA DE MATERIAL-STOCK.DAT ***'
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           END-IF
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           IF TN-CONTADO(WS-IX-CNT) NOT = 'S'
               ADD 1 TO WS-QTD-NAO-CONTADOS
               STRING '   LIVRO=' TN-SALDO-LIVRO(WS-IX-CNT)
                   ' *** NAO CONTADO ***'
                   DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           ELSE
               ADD 1 TO WS-QTD-CONTADOS
               COMPUTE WS-DIFERENCA = TN-QTD-CONTADA(WS-IX-CNT) -
                   TN-SALDO-LIVRO(WS-IX-CNT)
               EVALUATE TRUE
                   WHEN WS-DIFERENCA > ZERO
                       ADD 1 TO WS-QTD-DIVERGENTES
                       MOVE WS-DIFERENCA TO WS-QTD-AJUSTE
                       ADD WS-QTD-AJUSTE TO WS-TOTAL-SOBRA
                       STRING '   LIVRO=' TN-SALDO-LIVRO(WS-IX-CNT)
                           ' CONTADO=' TN-QTD-CONTADA(WS-IX-CNT)
                           ' SOBRA=' WS-QTD-AJUSTE
                           DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
                   WHEN WS-DIFERENCA < ZERO
                       ADD 1 TO WS-QTD-DIVERGENTES
                       COMPUTE WS-QTD-AJUSTE = ZERO - WS-DIFERENCA
                       ADD WS-QTD-AJUSTE TO WS-TOTAL-FALTA
                       STRING '   LIVRO=' TN-SALDO-LIVRO(WS-IX-CNT)
                           ' CONTADO=' TN-QTD-CONTADA(WS-IX-CNT)
                           ' FALTA=' WS-QTD-AJUSTE
                           DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
                   WHEN OTHER
                       STRING '   LIVRO=' TN-SALDO-LIVRO(WS-IX-CNT)
                           ' CONTADO=' TN-QTD-CONTADA(WS-IX-CNT)
                           ' OK'
                           DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
               END-EVALUATE
           END-IF
           WRITE VARIANCE-REPORT-LINE.

       GRAVAR-DIFERENCAS-RETALHO-PARAG.
           MOVE ZERO TO WS-QTD-RET-FALTA
           MOVE ZERO TO WS-QTD-RET-EXTRA
           MOVE ZERO TO WS-QTD-RET-PENDENTE
           MOVE 'RETALHOS DIVERGENTES:' TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           PERFORM VARYING WS-IX-CRT FROM 1 BY 1
               UNTIL WS-IX-CRT > WS-QTD-CONFERENCIA
               MOVE SPACES TO VARIANCE-REPORT-LINE
               EVALUATE TX-ACHADO(WS-IX-CRT)
                   WHEN 'N'
                       ADD 1 TO WS-QTD-RET-FALTA
                       STRING '  ' TX-CODIGO(WS-IX-CRT) ' '
                           TX-LARGURA(WS-IX-CRT) 'X'
                           TX-ALTURA(WS-IX-CRT) ' CM DE '
                           TX-DATA(WS-IX-CRT) ' NAO ENCONTRADO'
                           DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
                       WRITE VARIANCE-REPORT-LINE
                   WHEN 'X'
                       ADD 1 TO WS-QTD-RET-EXTRA
                       STRING '  ' TX-CODIGO(WS-IX-CRT) ' '
                           TX-LARGURA(WS-IX-CRT) 'X'
                           TX-ALTURA(WS-IX-CRT) ' CM'
                           ' ACHADO FORA DO ARQUIVO'
                           DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
                       WRITE VARIANCE-REPORT-LINE
                   WHEN 'S'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-QTD-RET-PENDENTE
               END-EVALUATE
           END-PERFORM
           MOVE SPACES TO VARIANCE-REPORT-LINE
           STRING 'RETALHOS NAO ENCONTRADOS=' WS-QTD-RET-FALTA
               ' ACHADOS FORA=' WS-QTD-RET-EXTRA
               ' NAO CONFERIDOS=' WS-QTD-RET-PENDENTE
               DELIMITED BY SIZE INTO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE.

      * O lancamento corrige o saldo pela diferenca entre o contado e
      * o saldo congelado, nao pelo contado: recebimentos e cortes
      * feitos depois do congelamento nao se perdem. Material nao
      * contado fica sem ajuste.
      * Com MATERIAL-STOCK.DAT ou REMNANT.DAT maior que a tabela o
      * saldo e os retalhos nao seriam regravados: nenhum movimento
      * sai para MATERIAL-MOVES.DAT e a contagem continua aberta.
       LANCAR-AJUSTES-PARAG.
           IF WS-TEM-CONTAGEM NOT = 'S'
               DISPLAY 'NENHUMA CONTAGEM ABERTA PARA LANCAR.'
           ELSE
               PERFORM CARREGAR-RETALHOS-PARAG
               IF WS-EST-OVERFLOW = 'S' OR WS-RET-OVERFLOW = 'S'
                   DISPLAY 'MATERIAL-STOCK.DAT OU REMNANT.DAT MAIOR '
                       'QUE A TABELA. AJUSTES NAO LANCADOS.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM AUTORIZAR-LANCAMENTO-PARAG
               END-IF
           END-IF.

       AUTORIZAR-LANCAMENTO-PARAG.
           PERFORM VERIFICAR-SUPERVISOR-PARAG
           IF WS-AUTORIZADO NOT = 'S'
               DISPLAY 'LANCAMENTO RESTRITO A SUPERVISORES. '
                   'OPERADOR ' WS-OPERADOR ' RECUSADO.'
               PERFORM PREPARAR-AUDITORIA-PARAG
               STRING 'ACAO=AJUSTE INVENTARIO RECUSADO OPERADOR='
                   WS-OPERADOR
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM FECHAR-AUDITORIA-PARAG
           ELSE
               PERFORM GRAVAR-RELATORIO-PARAG
               DISPLAY 'CONFIRMA O LANCAMENTO DOS AJUSTES DA '
                   'CONTAGEM DE ' WS-DATA-CONTAGEM '? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM EFETIVAR-AJUSTES-PARAG
               ELSE
                   DISPLAY 'NADA LANCADO.'
               END-IF
           END-IF.

       EFETIVAR-AJUSTES-PARAG.
           MOVE ZERO TO WS-QTD-AJUSTES
           PERFORM VARYING WS-IX-CNT FROM 1 BY 1
               UNTIL WS-IX-CNT > WS-QTD-CONTAGEM
               IF TN-CONTADO(WS-IX-CNT) = 'S'
                   COMPUTE WS-DIFERENCA = TN-QTD-CONTADA(WS-IX-CNT) -
                       TN-SALDO-LIVRO(WS-IX-CNT)
                   IF WS-DIFERENCA NOT = ZERO
                       PERFORM AJUSTAR-MATERIAL-PARAG
                   END-IF
               END-IF
               MOVE 'L' TO TN-SITUACAO(WS-IX-CNT)
           END-PERFORM
           PERFORM AJUSTAR-RETALHOS-PARAG
           PERFORM VARYING WS-IX-CRT FROM 1 BY 1
               UNTIL WS-IX-CRT > WS-QTD-CONFERENCIA
               MOVE 'L' TO TX-SITUACAO(WS-IX-CRT)
           END-PERFORM
           IF WS-QTD-AJUSTES > ZERO
               PERFORM GRAVAR-ESTOQUE-PARAG
           END-IF
           MOVE 'N' TO WS-TEM-CONTAGEM
           MOVE 'S' TO WS-HOUVE-MUDANCA
           DISPLAY 'AJUSTES LANCADOS: ' WS-QTD-AJUSTES
           PERFORM PREPARAR-AUDITORIA-PARAG
           STRING 'ACAO=INVENTARIO LANCADO CONTAGEM='
               WS-DATA-CONTAGEM ' AJUSTES=' WS-QTD-AJUSTES
               ' RET-FALTA=' WS-QTD-RET-FALTA
               ' RET-EXTRA=' WS-QTD-RET-EXTRA
               DELIMITED BY SIZE INTO AUD-DADOS
           PERFORM FECHAR-AUDITORIA-PARAG.

       AJUSTAR-MATERIAL-PARAG.
           MOVE TN-CODIGO(WS-IX-CNT) TO WS-COD-MATERIAL
           PERFORM LOCALIZAR-MATERIAL-PARAG
           IF WS-IX-MAT-ACHADO = ZERO
               DISPLAY 'MATERIAL ' WS-COD-MATERIAL
                   ' SAIU DE MATERIAL-STOCK.DAT. AJUSTE IGNORADO.'
           ELSE
               IF WS-DIFERENCA > ZERO
                   MOVE 'A' TO WS-TIPO-AJUSTE
                   MOVE WS-DIFERENCA TO WS-QTD-AJUSTE
               ELSE
                   MOVE 'Q' TO WS-TIPO-AJUSTE
                   COMPUTE WS-QTD-AJUSTE = ZERO - WS-DIFERENCA
               END-IF
               ADD WS-DIFERENCA TO TE-SALDO(WS-IX-MAT-ACHADO)
      * Quebra maior que o saldo atual: so sai o que havia, para o
      * movimento continuar batendo com MV-SALDO-APOS na repeticao.
               IF TE-SALDO(WS-IX-MAT-ACHADO) < ZERO
                   DISPLAY 'ATENCAO: SALDO DE ' WS-COD-MATERIAL
                       ' FICARIA NEGATIVO. ZERADO.'
                   COMPUTE WS-QTD-AJUSTE =
                       WS-QTD-AJUSTE + TE-SALDO(WS-IX-MAT-ACHADO)
                   MOVE ZERO TO TE-SALDO(WS-IX-MAT-ACHADO)
               END-IF
               PERFORM GRAVAR-MOVIMENTO-AJUSTE-PARAG
               ADD 1 TO WS-QTD-AJUSTES
               PERFORM PREPARAR-AUDITORIA-PARAG
               STRING 'ACAO=AJUSTE INVENTARIO MATERIAL='
                   WS-COD-MATERIAL ' TIPO=' WS-TIPO-AJUSTE
                   ' QTD=' WS-QTD-AJUSTE
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM FECHAR-AUDITORIA-PARAG
           END-IF.

       GRAVAR-MOVIMENTO-AJUSTE-PARAG.
           OPEN EXTEND MATERIAL-MOVES-FILE
           IF WS-MOV-STATUS = '35'
               OPEN OUTPUT MATERIAL-MOVES-FILE
           END-IF
           IF WS-MOV-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR MATERIAL-MOVES.DAT: STATUS '
                   WS-MOV-STATUS
           ELSE
               MOVE SPACES TO MATERIAL-MOVE-RECORD
               MOVE WS-COD-MATERIAL TO MV-CODIGO
               ACCEPT MV-DATA FROM DATE YYYYMMDD
               ACCEPT MV-HORA FROM TIME
               MOVE WS-TIPO-AJUSTE TO MV-TIPO
               MOVE WS-QTD-AJUSTE TO MV-QTD
               MOVE TE-SALDO(WS-IX-MAT-ACHADO) TO MV-SALDO-APOS
               MOVE WS-OPERADOR TO MV-OPERADOR
               STRING 'INVENTARIO ' WS-DATA-CONTAGEM
                   DELIMITED BY SIZE INTO MV-REFERENCIA
               MOVE TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO) TO MV-CUSTO-UNIT
               COMPUTE MV-VALOR ROUNDED =
                   WS-QTD-AJUSTE * TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO)
               MOVE TE-CUSTO-MEDIO(WS-IX-MAT-ACHADO) TO MV-CUSTO-MEDIO
               WRITE MATERIAL-MOVE-RECORD
               IF WS-MOV-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR MATERIAL-MOVES.DAT: '
                       'STATUS ' WS-MOV-STATUS
               END-IF
               CLOSE MATERIAL-MOVES-FILE
           END-IF.

      * REMNANT.DAT e relido agora, porque o PROGG02 pode ter usado
      * ou criado retalhos depois do congelamento: sai o primeiro
      * retalho igual a cada nao encontrado e entram os achados.
       AJUSTAR-RETALHOS-PARAG.
           MOVE ZERO TO WS-QTD-RET-FALTA
           MOVE ZERO TO WS-QTD-RET-EXTRA
           PERFORM CARREGAR-RETALHOS-PARAG
           PERFORM VARYING WS-IX-CRT FROM 1 BY 1
               UNTIL WS-IX-CRT > WS-QTD-CONFERENCIA
               EVALUATE TX-ACHADO(WS-IX-CRT)
                   WHEN 'N'
                       PERFORM BAIXAR-RETALHO-PERDIDO-PARAG
                   WHEN 'X'
                       PERFORM INCLUIR-RETALHO-EXTRA-PARAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WS-QTD-RET-FALTA > ZERO OR WS-QTD-RET-EXTRA > ZERO
               PERFORM GRAVAR-RETALHOS-PARAG
           END-IF.

       BAIXAR-RETALHO-PERDIDO-PARAG.
           MOVE ZERO TO WS-IX-RET-ACHADO
           PERFORM VARYING WS-IX-RET FROM 1 BY 1
               UNTIL WS-IX-RET > WS-QTD-RETALHOS
               IF WS-IX-RET-ACHADO = ZERO AND
                   TR-SITUACAO(WS-IX-RET) = 'D' AND
                   TR-CODIGO(WS-IX-RET) = TX-CODIGO(WS-IX-CRT) AND
                   TR-LARGURA(WS-IX-RET) = TX-LARGURA(WS-IX-CRT) AND
                   TR-ALTURA(WS-IX-RET) = TX-ALTURA(WS-IX-CRT) AND
                   TR-DATA(WS-IX-RET) = TX-DATA(WS-IX-CRT)
                   MOVE WS-IX-RET TO WS-IX-RET-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-RET-ACHADO > ZERO
               MOVE 'U' TO TR-SITUACAO(WS-IX-RET-ACHADO)
               ADD 1 TO WS-QTD-RET-FALTA
           END-IF.

       INCLUIR-RETALHO-EXTRA-PARAG.
           IF WS-QTD-RETALHOS >= 200
               DISPLAY 'TABELA DE RETALHOS CHEIA. RETALHO ACHADO '
                   TX-CODIGO(WS-IX-CRT) ' NAO INCLUIDO.'
           ELSE
               ADD 1 TO WS-QTD-RETALHOS
               MOVE TX-CODIGO(WS-IX-CRT) TO TR-CODIGO(WS-QTD-RETALHOS)
               MOVE TX-LARGURA(WS-IX-CRT) TO
                   TR-LARGURA(WS-QTD-RETALHOS)
               MOVE TX-ALTURA(WS-IX-CRT) TO TR-ALTURA(WS-QTD-RETALHOS)
               MOVE TX-DATA(WS-IX-CRT) TO TR-DATA(WS-QTD-RETALHOS)
               MOVE 'D' TO TR-SITUACAO(WS-QTD-RETALHOS)
               ADD 1 TO WS-QTD-RET-EXTRA
           END-IF.

       VERIFICAR-SUPERVISOR-PARAG.
           MOVE 'N' TO WS-AUTORIZADO
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = '00'
               PERFORM UNTIL WS-OPER-STATUS = '10'
                   READ OPERATOR-FILE
                       AT END
                           MOVE '10' TO WS-OPER-STATUS
                       NOT AT END
                           IF OP-ID = WS-OPERADOR AND
                               OP-SUPERVISOR = 'S'
                               MOVE 'S' TO WS-AUTORIZADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF.

       CARREGAR-ESTOQUE-PARAG.
           MOVE 'N' TO WS-EST-OVERFLOW
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
                               MOVE 'S' TO WS-EST-OVERFLOW
                               DISPLAY 'TABELA DE ESTOQUE CHEIA. '
                                   'MATERIAL IGNORADO: ' MS-CODIGO
                           ELSE
                               ADD 1 TO WS-QTD-MATERIAIS
                               MOVE MS-CODIGO TO
                                   TE-CODIGO(WS-QTD-MATERIAIS)
                               MOVE MS-DESCRICAO TO
                                   TE-DESCRICAO(WS-QTD-MATERIAIS)
                               MOVE MS-SALDO TO
                                   TE-SALDO(WS-QTD-MATERIAIS)
                               MOVE MS-REPOSICAO TO
                                   TE-REPOSICAO(WS-QTD-MATERIAIS)
                               IF MS-FOLHA-LARG NUMERIC AND
                                   MS-FOLHA-ALT NUMERIC
                                   MOVE MS-FOLHA-LARG TO
                                       TE-FOLHA-LARG(WS-QTD-MATERIAIS)
                                   MOVE MS-FOLHA-ALT TO
                                       TE-FOLHA-ALT(WS-QTD-MATERIAIS)
                               ELSE
                                   MOVE ZERO TO
                                       TE-FOLHA-LARG(WS-QTD-MATERIAIS)
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
               CLOSE MATERIAL-STOCK-FILE
           END-IF.

       LOCALIZAR-MATERIAL-PARAG.
           MOVE ZERO TO WS-IX-MAT-ACHADO
           PERFORM VARYING WS-IX-MAT FROM 1 BY 1
               UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
               IF TE-CODIGO(WS-IX-MAT) = WS-COD-MATERIAL
                   MOVE WS-IX-MAT TO WS-IX-MAT-ACHADO
               END-IF
           END-PERFORM.

       GRAVAR-ESTOQUE-PARAG.
           IF WS-EST-OVERFLOW = 'S'
               DISPLAY 'MATERIAL-STOCK.DAT TEM MAIS MATERIAIS DO '
                   'QUE A TABELA COMPORTA. ARQUIVO NAO REGRAVADO '
                   'PARA NAO PERDER MATERIAIS.'
           ELSE
               OPEN OUTPUT MATERIAL-STOCK-FILE
               IF WS-EST-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR MATERIAL-STOCK.DAT: '
                       WS-EST-STATUS
               ELSE
                   PERFORM VARYING WS-IX-MAT FROM 1 BY 1
                       UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
                       MOVE SPACES TO MATERIAL-STOCK-RECORD
                       MOVE TE-CODIGO(WS-IX-MAT) TO MS-CODIGO
                       MOVE TE-DESCRICAO(WS-IX-MAT) TO MS-DESCRICAO
                       MOVE TE-SALDO(WS-IX-MAT) TO MS-SALDO
                       MOVE TE-REPOSICAO(WS-IX-MAT) TO MS-REPOSICAO
                       MOVE TE-FOLHA-LARG(WS-IX-MAT) TO MS-FOLHA-LARG
                       MOVE TE-FOLHA-ALT(WS-IX-MAT) TO MS-FOLHA-ALT
                       MOVE TE-CUSTO-MEDIO(WS-IX-MAT) TO MS-CUSTO-MEDIO
                       WRITE MATERIAL-STOCK-RECORD
                   END-PERFORM
                   CLOSE MATERIAL-STOCK-FILE
               END-IF
           END-IF.

       CARREGAR-RETALHOS-PARAG.
           MOVE ZERO TO WS-QTD-RETALHOS
           MOVE 'N' TO WS-RET-OVERFLOW
           OPEN INPUT REMNANT-FILE
           IF WS-RET-STATUS = '00'
               PERFORM UNTIL WS-RET-STATUS = '10'
                   READ REMNANT-FILE
                       AT END
                           MOVE '10' TO WS-RET-STATUS
                       NOT AT END
                           IF WS-QTD-RETALHOS >= 200
                               MOVE 'S' TO WS-RET-OVERFLOW
                           ELSE
                               ADD 1 TO WS-QTD-RETALHOS
                               MOVE RM-CODIGO TO
                                   TR-CODIGO(WS-QTD-RETALHOS)
                               MOVE RM-LARGURA TO
                                   TR-LARGURA(WS-QTD-RETALHOS)
                               MOVE RM-ALTURA TO
                                   TR-ALTURA(WS-QTD-RETALHOS)
                               MOVE RM-DATA TO
                                   TR-DATA(WS-QTD-RETALHOS)
                               MOVE 'D' TO
                                   TR-SITUACAO(WS-QTD-RETALHOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMNANT-FILE
           END-IF.

       GRAVAR-RETALHOS-PARAG.
           IF WS-RET-OVERFLOW = 'S'
               DISPLAY 'REMNANT.DAT TEM MAIS RETALHOS DO QUE A '
                   'TABELA COMPORTA. ARQUIVO NAO REGRAVADO PARA '
                   'NAO PERDER RETALHOS.'
           ELSE
               OPEN OUTPUT REMNANT-FILE
               IF WS-RET-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR REMNANT.DAT: '
                       WS-RET-STATUS
               ELSE
                   PERFORM VARYING WS-IX-RET FROM 1 BY 1
                       UNTIL WS-IX-RET > WS-QTD-RETALHOS
                       IF TR-SITUACAO(WS-IX-RET) = 'D'
                           MOVE SPACES TO REMNANT-RECORD
                           MOVE TR-CODIGO(WS-IX-RET) TO RM-CODIGO
                           MOVE TR-LARGURA(WS-IX-RET) TO RM-LARGURA
                           MOVE TR-ALTURA(WS-IX-RET) TO RM-ALTURA
                           MOVE TR-DATA(WS-IX-RET) TO RM-DATA
                           WRITE REMNANT-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE REMNANT-FILE
               END-IF
           END-IF.

       CARREGAR-CONTAGEM-PARAG.
           MOVE ZERO TO WS-QTD-CONTAGEM
           MOVE 'N' TO WS-TEM-CONTAGEM
           OPEN INPUT INVENTORY-COUNT-FILE
           IF WS-CNT-STATUS = '00'
               PERFORM UNTIL WS-CNT-STATUS = '10'
                   READ INVENTORY-COUNT-FILE
                       AT END
                           MOVE '10' TO WS-CNT-STATUS
                       NOT AT END
                           IF WS-QTD-CONTAGEM < 50
                               ADD 1 TO WS-QTD-CONTAGEM
                               MOVE IC-CODIGO TO
                                   TN-CODIGO(WS-QTD-CONTAGEM)
                               MOVE IC-DATA TO
                                   TN-DATA(WS-QTD-CONTAGEM)
                               MOVE IC-SALDO-LIVRO TO
                                   TN-SALDO-LIVRO(WS-QTD-CONTAGEM)
                               MOVE IC-QTD-CONTADA TO
                                   TN-QTD-CONTADA(WS-QTD-CONTAGEM)
                               MOVE IC-CONTADO TO
                                   TN-CONTADO(WS-QTD-CONTAGEM)
                               MOVE IC-SITUACAO TO
                                   TN-SITUACAO(WS-QTD-CONTAGEM)
                               MOVE IC-DATA TO WS-DATA-CONTAGEM
                               IF IC-SITUACAO = 'A'
                                   MOVE 'S' TO WS-TEM-CONTAGEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-COUNT-FILE
           END-IF.

       CARREGAR-CONFERENCIA-PARAG.
           MOVE ZERO TO WS-QTD-CONFERENCIA
           OPEN INPUT INVENTORY-REMNANT-FILE
           IF WS-CRT-STATUS = '00'
               PERFORM UNTIL WS-CRT-STATUS = '10'
                   READ INVENTORY-REMNANT-FILE
                       AT END
                           MOVE '10' TO WS-CRT-STATUS
                       NOT AT END
                           IF WS-QTD-CONFERENCIA < 200
                               ADD 1 TO WS-QTD-CONFERENCIA
                               MOVE IR-CODIGO TO
                                   TX-CODIGO(WS-QTD-CONFERENCIA)
                               MOVE IR-LARGURA TO
                                   TX-LARGURA(WS-QTD-CONFERENCIA)
                               MOVE IR-ALTURA TO
                                   TX-ALTURA(WS-QTD-CONFERENCIA)
                               MOVE IR-DATA TO
                                   TX-DATA(WS-QTD-CONFERENCIA)
                               MOVE IR-ACHADO TO
                                   TX-ACHADO(WS-QTD-CONFERENCIA)
                               MOVE IR-SITUACAO TO
                                   TX-SITUACAO(WS-QTD-CONFERENCIA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-REMNANT-FILE
           END-IF.

       GRAVAR-CONTAGEM-PARAG.
           OPEN OUTPUT INVENTORY-COUNT-FILE
           IF WS-CNT-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR INVENTORY-COUNT.DAT: '
                   WS-CNT-STATUS
           ELSE
               PERFORM VARYING WS-IX-CNT FROM 1 BY 1
                   UNTIL WS-IX-CNT > WS-QTD-CONTAGEM
                   MOVE SPACES TO INVENTORY-COUNT-RECORD
                   MOVE TN-CODIGO(WS-IX-CNT) TO IC-CODIGO
                   MOVE TN-DATA(WS-IX-CNT) TO IC-DATA
                   MOVE TN-SALDO-LIVRO(WS-IX-CNT) TO IC-SALDO-LIVRO
                   MOVE TN-QTD-CONTADA(WS-IX-CNT) TO IC-QTD-CONTADA
                   MOVE TN-CONTADO(WS-IX-CNT) TO IC-CONTADO
                   MOVE TN-SITUACAO(WS-IX-CNT) TO IC-SITUACAO
                   WRITE INVENTORY-COUNT-RECORD
               END-PERFORM
               CLOSE INVENTORY-COUNT-FILE
           END-IF.

       GRAVAR-CONFERENCIA-PARAG.
           OPEN OUTPUT INVENTORY-REMNANT-FILE
           IF WS-CRT-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR INVENTORY-REMNANT.DAT: '
                   WS-CRT-STATUS
           ELSE
               PERFORM VARYING WS-IX-CRT FROM 1 BY 1
                   UNTIL WS-IX-CRT > WS-QTD-CONFERENCIA
                   MOVE SPACES TO INVENTORY-REMNANT-RECORD
                   MOVE TX-CODIGO(WS-IX-CRT) TO IR-CODIGO
                   MOVE TX-LARGURA(WS-IX-CRT) TO IR-LARGURA
                   MOVE TX-ALTURA(WS-IX-CRT) TO IR-ALTURA
                   MOVE TX-DATA(WS-IX-CRT) TO IR-DATA
                   MOVE TX-ACHADO(WS-IX-CRT) TO IR-ACHADO
                   MOVE TX-SITUACAO(WS-IX-CRT) TO IR-SITUACAO
                   WRITE INVENTORY-REMNANT-RECORD
               END-PERFORM
               CLOSE INVENTORY-REMNANT-FILE
           END-IF.

       PREPARAR-AUDITORIA-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE 'PROGG25' TO AUD-PROGRAMA
           MOVE WS-OPERADOR TO AUD-OPERADOR.

       FECHAR-AUDITORIA-PARAG.
           WRITE AUDIT-LOG-LINE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUDITORIA: STATUS '
                   WS-AUDIT-STATUS
           END-IF
           CLOSE AUDIT-LOG-FILE.

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
       END PROGRAM PROGG25.
