      ******************************************************************
      * Author:
      * Date:
      * Purpose: Valorizacao do estoque a custo medio ponderado e
      *          margem dos orcamentos aceitos. (V)alorizacao grava em
      *          INVENTORY-VALUATION.TXT, para o mes AAAAMM informado,
      *          o saldo inicial, as entradas, as saidas, as sobras e
      *          quebras de inventario e o saldo final de cada
      *          MS-CODIGO, em quantidade (cm2) e em valor, a partir
      *          de MATERIAL-MOVES.DAT. (M)argem grava em
      *          QUOTE-MARGIN.TXT o QH-TOTAL de cada orcamento aceito
      *          contra o custo do material efetivamente baixado para
      *          a sua ordem de producao. Na sequencia de jobs do
      *          PROGG00 o modo vem de JS-MODO: 'V' valoriza o mes
      *          anterior (fechamento) e 'M' gera a margem.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG30.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATERIAL-STOCK-FILE ASSIGN TO "MATERIAL-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.
           SELECT MATERIAL-MOVES-FILE ASSIGN TO "MATERIAL-MOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTE-HEADER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHDR-STATUS.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORK-ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT VALUATION-REPORT-FILE ASSIGN TO
               "INVENTORY-VALUATION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT MARGIN-REPORT-FILE ASSIGN TO "QUOTE-MARGIN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-STATUS.
           SELECT JOB-STEP-FILE ASSIGN TO "PROGG00-JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
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
       FD  MATERIAL-MOVES-FILE.
           COPY MATMOVE.
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.
       FD  WORK-ORDER-FILE.
           COPY WORKORD.
       FD  VALUATION-REPORT-FILE.
       01  VALUATION-REPORT-LINE PIC X(80).
       FD  MARGIN-REPORT-FILE.
       01  MARGIN-REPORT-LINE PIC X(80).
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       WORKING-STORAGE SECTION.
       77 WS-EST-STATUS     PIC X(02) VALUE SPACES.
       77 WS-MOV-STATUS     PIC X(02) VALUE SPACES.
       77 WS-QHDR-STATUS    PIC X(02) VALUE SPACES.
       77 WS-WO-STATUS      PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-MRG-STATUS     PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-CONTINUAR      PIC X(01) VALUE 'S'.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-MES-REF        PIC 9(06) VALUE ZERO.
       77 WS-DATA-INICIO    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM       PIC 9(08) VALUE ZEROS.
       77 WS-QTD-MATERIAIS  PIC 9(03) VALUE ZERO.
       77 WS-IX-MAT         PIC 9(03) VALUE ZERO.
       77 WS-IX-MAT-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-EST-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-QTD-FORA       PIC 9(05) VALUE ZERO.
       77 WS-QTD-SEM-CUSTO  PIC 9(05) VALUE ZERO.
       77 WS-QTD-ANTES      PIC S9(011)V99 VALUE ZEROS.
       77 WS-VALOR-ANTES    PIC S9(013)V9(06) VALUE ZEROS.
       77 WS-VALOR-MOV      PIC 9(011)V99 VALUE ZEROS.
       77 WS-QTD-FINAL      PIC S9(011)V99 VALUE ZEROS.
       77 WS-ROTULO         PIC X(10) VALUE SPACES.
       77 WS-LIN-QTD        PIC 9(011)V99 VALUE ZEROS.
       77 WS-LIN-VALOR      PIC 9(013)V99 VALUE ZEROS.
       77 WS-LIN-SINAL      PIC X(11) VALUE SPACES.
       77 WS-TOT-VAL-INI    PIC 9(013)V99 VALUE ZEROS.
       77 WS-TOT-VAL-ENT    PIC 9(013)V99 VALUE ZEROS.
       77 WS-TOT-VAL-SAI    PIC 9(013)V99 VALUE ZEROS.
       77 WS-TOT-VAL-SOB    PIC 9(013)V99 VALUE ZEROS.
       77 WS-TOT-VAL-QUE    PIC 9(013)V99 VALUE ZEROS.
       77 WS-TOT-VAL-FIM    PIC 9(013)V99 VALUE ZEROS.
       77 WS-QTD-ORCAMENTOS PIC 9(03) VALUE ZERO.
       77 WS-IX-ORC         PIC 9(03) VALUE ZERO.
       77 WS-IX-ORC-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-ORC-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-QTD-ORDENS     PIC 9(03) VALUE ZERO.
       77 WS-IX-ORD         PIC 9(03) VALUE ZERO.
       77 WS-ORD-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-NUM-ORC        PIC 9(06) VALUE ZERO.
       77 WS-MARGEM         PIC S9(013)V99 VALUE ZEROS.
       77 WS-MARGEM-ABS     PIC 9(013)V99 VALUE ZEROS.
       77 WS-MARGEM-PCT     PIC S9(05)V99 VALUE ZEROS.
       77 WS-MARGEM-PCT-ABS PIC 9(05)V99 VALUE ZEROS.
       77 WS-TOT-ORCADO     PIC 9(013)V99 VALUE ZEROS.
       77 WS-TOT-CUSTO      PIC 9(013)V99 VALUE ZEROS.
      * Referencia das baixas do lote de corte do PROGG02:
      * 'CORTE OS nnnnnn ITEM nnn' ou 'FOLHA OS nnnnnn ITEM nnn'.
       01 WS-REF-MOV.
           05 WS-REF-ORIGEM  PIC X(06).
           05 WS-REF-LIT-OS  PIC X(03).
           05 WS-REF-ORDEM   PIC X(06).
           05 WS-REF-ORDEM-N REDEFINES WS-REF-ORDEM PIC 9(06).
           05 FILLER         PIC X(15).
       01 WS-TABELA-ESTOQUE.
           05 WS-ESTOQUE-ENT OCCURS 50 TIMES.
               10 TE-CODIGO     PIC X(06).
               10 TE-DESCRICAO  PIC X(20).
               10 TE-SALDO      PIC 9(09)V99.
               10 TE-CUSTO-MEDIO PIC 9(05)V9(06).
               10 TE-TEM-INICIAL PIC X(01).
               10 TE-QTD-INI    PIC 9(011)V99.
               10 TE-CUSTO-INI  PIC 9(05)V9(06).
               10 TE-CUSTO-FIM  PIC 9(05)V9(06).
               10 TE-QTD-ENT    PIC 9(011)V99.
               10 TE-VAL-ENT    PIC 9(013)V99.
               10 TE-QTD-SAI    PIC 9(011)V99.
               10 TE-VAL-SAI    PIC 9(013)V99.
               10 TE-QTD-SOB    PIC 9(011)V99.
               10 TE-VAL-SOB    PIC 9(013)V99.
               10 TE-QTD-QUE    PIC 9(011)V99.
               10 TE-VAL-QUE    PIC 9(013)V99.
       01 WS-TABELA-ORCAMENTOS.
           05 WS-ORCAMENTO-ENT OCCURS 500 TIMES.
               10 TQ-NUMERO     PIC 9(06).
               10 TQ-DATA       PIC 9(08).
               10 TQ-CLIENTE    PIC X(06).
               10 TQ-TOTAL      PIC 9(013)V99.
               10 TQ-QTD-BAIXA  PIC 9(011)V99.
               10 TQ-CUSTO      PIC 9(013)V99.
               10 TQ-SEM-CUSTO  PIC 9(03).
       01 WS-TABELA-ORDENS.
           05 WS-ORDEM-ENT OCCURS 500 TIMES.
               10 TW-NUMERO     PIC 9(06).
               10 TW-ORCAMENTO  PIC 9(06).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'VALORIZACAO DE ESTOQUE E MARGEM DE ORCAMENTOS'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO = 'S'
               EVALUATE WS-MODO
                   WHEN 'V'
                   WHEN 'v'
                       PERFORM CALCULAR-MES-ANTERIOR-PARAG
                       PERFORM GRAVAR-VALORIZACAO-PARAG
                   WHEN 'M'
                   WHEN 'm'
                       PERFORM GRAVAR-MARGEM-PARAG
                   WHEN OTHER
                       DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG30: '
                           WS-MODO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           ELSE
               PERFORM MENU-VALORIZACAO-PARAG
           END-IF
           GOBACK.

       MENU-VALORIZACAO-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'ACAO: (V)ALORIZACAO DO MES (M)ARGEM DOS '
                   'ORCAMENTOS (S)AIR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'V'
                   WHEN 'v'
                       DISPLAY 'MES DA VALORIZACAO (AAAAMM): '
                       ACCEPT WS-MES-REF
                       IF WS-MES-REF(5:2) < '01' OR
                           WS-MES-REF(5:2) > '12'
                           DISPLAY 'MES INVALIDO: ' WS-MES-REF
                       ELSE
                           PERFORM GRAVAR-VALORIZACAO-PARAG
                       END-IF
                   WHEN 'M'
                   WHEN 'm'
                       PERFORM GRAVAR-MARGEM-PARAG
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

      * Fechamento do mes roda no comeco do mes seguinte: o job
      * valoriza sempre o mes anterior ao da data do sistema.
       CALCULAR-MES-ANTERIOR-PARAG.
           MOVE WS-DATA-HOJE(1:6) TO WS-MES-REF
           IF WS-MES-REF(5:2) = '01'
               COMPUTE WS-MES-REF = WS-MES-REF - 100 + 11
           ELSE
               SUBTRACT 1 FROM WS-MES-REF
           END-IF.

      * Saldo inicial do mes: o saldo e o custo medio depois do
      * ultimo movimento anterior ao mes. Material sem movimento
      * anterior tem o saldo inicial deduzido do primeiro movimento
      * do mes (ou de depois dele) desfazendo o efeito desse
      * movimento; sem movimento nenhum vale o saldo atual do
      * cadastro. Entradas, saidas e ajustes somam o MV-VALOR do
      * proprio movimento e o saldo final e valorizado ao custo
      * medio depois do ultimo movimento do mes.
       GRAVAR-VALORIZACAO-PARAG.
           COMPUTE WS-DATA-INICIO = WS-MES-REF * 100 + 1
           COMPUTE WS-DATA-FIM = WS-MES-REF * 100 + 31
           PERFORM CARREGAR-ESTOQUE-PARAG
           IF WS-QTD-MATERIAIS = ZERO
               DISPLAY 'SEM MATERIAIS EM MATERIAL-STOCK.DAT. NADA A '
                   'VALORIZAR.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-QTD-FORA
               MOVE ZERO TO WS-QTD-SEM-CUSTO
               OPEN INPUT MATERIAL-MOVES-FILE
               IF WS-MOV-STATUS = '00'
                   PERFORM UNTIL WS-MOV-STATUS = '10'
                       READ MATERIAL-MOVES-FILE
                           AT END
                               MOVE '10' TO WS-MOV-STATUS
                           NOT AT END
                               PERFORM ACUMULAR-MOVIMENTO-PARAG
                       END-READ
                   END-PERFORM
                   CLOSE MATERIAL-MOVES-FILE
               END-IF
               PERFORM VARYING WS-IX-MAT FROM 1 BY 1
                   UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
                   IF TE-TEM-INICIAL(WS-IX-MAT) = 'N'
                       MOVE TE-SALDO(WS-IX-MAT) TO
                           TE-QTD-INI(WS-IX-MAT)
                       MOVE TE-CUSTO-MEDIO(WS-IX-MAT) TO
                           TE-CUSTO-INI(WS-IX-MAT)
                       MOVE TE-CUSTO-MEDIO(WS-IX-MAT) TO
                           TE-CUSTO-FIM(WS-IX-MAT)
                   END-IF
               END-PERFORM
               OPEN OUTPUT VALUATION-REPORT-FILE
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR '
                       'INVENTORY-VALUATION.TXT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GRAVAR-RELATORIO-VALOR-PARAG
                   CLOSE VALUATION-REPORT-FILE
                   DISPLAY 'VALORIZACAO GRAVADA EM '
                       'INVENTORY-VALUATION.TXT'
               END-IF
           END-IF.

       ACUMULAR-MOVIMENTO-PARAG.
           MOVE ZERO TO WS-IX-MAT-ACHADO
           PERFORM VARYING WS-IX-MAT FROM 1 BY 1
               UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
               IF TE-CODIGO(WS-IX-MAT) = MV-CODIGO
                   MOVE WS-IX-MAT TO WS-IX-MAT-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-MAT-ACHADO = ZERO
               ADD 1 TO WS-QTD-FORA
           ELSE
               IF MV-DATA < WS-DATA-INICIO
                   MOVE 'S' TO TE-TEM-INICIAL(WS-IX-MAT-ACHADO)
                   MOVE MV-SALDO-APOS TO TE-QTD-INI(WS-IX-MAT-ACHADO)
                   IF MV-CUSTO-MEDIO NUMERIC
                       MOVE MV-CUSTO-MEDIO TO
                           TE-CUSTO-INI(WS-IX-MAT-ACHADO)
                   ELSE
                       MOVE ZERO TO TE-CUSTO-INI(WS-IX-MAT-ACHADO)
                   END-IF
                   MOVE TE-CUSTO-INI(WS-IX-MAT-ACHADO) TO
                       TE-CUSTO-FIM(WS-IX-MAT-ACHADO)
               ELSE
                   IF TE-TEM-INICIAL(WS-IX-MAT-ACHADO) = 'N'
                       PERFORM DEDUZIR-SALDO-INICIAL-PARAG
                   END-IF
                   IF MV-DATA NOT > WS-DATA-FIM
                       PERFORM SOMAR-MOVIMENTO-MES-PARAG
                   END-IF
               END-IF
           END-IF.

      * Desfaz o movimento para achar o saldo e o custo medio de
      * antes dele. Na entrada o custo medio anterior sai do valor
      * do estoque depois da entrada menos o valor da nota.
       DEDUZIR-SALDO-INICIAL-PARAG.
           MOVE 'S' TO TE-TEM-INICIAL(WS-IX-MAT-ACHADO)
           IF MV-TIPO = 'E' OR MV-TIPO = 'A'
               COMPUTE WS-QTD-ANTES = MV-SALDO-APOS - MV-QTD
           ELSE
               COMPUTE WS-QTD-ANTES = MV-SALDO-APOS + MV-QTD
           END-IF
           IF WS-QTD-ANTES < ZERO
               MOVE ZERO TO WS-QTD-ANTES
           END-IF
           MOVE WS-QTD-ANTES TO TE-QTD-INI(WS-IX-MAT-ACHADO)
           MOVE ZERO TO TE-CUSTO-INI(WS-IX-MAT-ACHADO)
           IF MV-CUSTO-MEDIO NUMERIC AND MV-CUSTO-UNIT NUMERIC
               IF MV-TIPO = 'E'
                   IF WS-QTD-ANTES > ZERO
                       COMPUTE WS-VALOR-ANTES =
                           MV-SALDO-APOS * MV-CUSTO-MEDIO -
                           MV-QTD * MV-CUSTO-UNIT
                       IF WS-VALOR-ANTES > ZERO
                           COMPUTE TE-CUSTO-INI(WS-IX-MAT-ACHADO)
                               ROUNDED = WS-VALOR-ANTES / WS-QTD-ANTES
                       END-IF
                   END-IF
               ELSE
                   MOVE MV-CUSTO-MEDIO TO
                       TE-CUSTO-INI(WS-IX-MAT-ACHADO)
               END-IF
           END-IF
           MOVE TE-CUSTO-INI(WS-IX-MAT-ACHADO) TO
               TE-CUSTO-FIM(WS-IX-MAT-ACHADO).

       SOMAR-MOVIMENTO-MES-PARAG.
           IF MV-VALOR NUMERIC
               MOVE MV-VALOR TO WS-VALOR-MOV
           ELSE
               MOVE ZERO TO WS-VALOR-MOV
               ADD 1 TO WS-QTD-SEM-CUSTO
           END-IF
           IF MV-CUSTO-MEDIO NUMERIC
               MOVE MV-CUSTO-MEDIO TO TE-CUSTO-FIM(WS-IX-MAT-ACHADO)
           END-IF
           EVALUATE MV-TIPO
               WHEN 'E'
                   ADD MV-QTD TO TE-QTD-ENT(WS-IX-MAT-ACHADO)
                   ADD WS-VALOR-MOV TO TE-VAL-ENT(WS-IX-MAT-ACHADO)
               WHEN 'S'
                   ADD MV-QTD TO TE-QTD-SAI(WS-IX-MAT-ACHADO)
                   ADD WS-VALOR-MOV TO TE-VAL-SAI(WS-IX-MAT-ACHADO)
               WHEN 'A'
                   ADD MV-QTD TO TE-QTD-SOB(WS-IX-MAT-ACHADO)
                   ADD WS-VALOR-MOV TO TE-VAL-SOB(WS-IX-MAT-ACHADO)
               WHEN 'Q'
                   ADD MV-QTD TO TE-QTD-QUE(WS-IX-MAT-ACHADO)
                   ADD WS-VALOR-MOV TO TE-VAL-QUE(WS-IX-MAT-ACHADO)
           END-EVALUATE.

       GRAVAR-RELATORIO-VALOR-PARAG.
           MOVE ZERO TO WS-TOT-VAL-INI
           MOVE ZERO TO WS-TOT-VAL-ENT
           MOVE ZERO TO WS-TOT-VAL-SAI
           MOVE ZERO TO WS-TOT-VAL-SOB
           MOVE ZERO TO WS-TOT-VAL-QUE
           MOVE ZERO TO WS-TOT-VAL-FIM
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'VALORIZACAO DO ESTOQUE A CUSTO MEDIO - MES '
               WS-MES-REF ' - EMITIDO EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'QUANTIDADES EM CM2; CUSTO MEDIO POR CM2'
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           PERFORM VARYING WS-IX-MAT FROM 1 BY 1
               UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
               PERFORM GRAVAR-MATERIAL-VALOR-PARAG
           END-PERFORM
           MOVE SPACES TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'TOTAIS    INICIAL=' WS-TOT-VAL-INI
               ' ENTRADAS=' WS-TOT-VAL-ENT
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING '          SAIDAS =' WS-TOT-VAL-SAI
               ' SOBRAS  =' WS-TOT-VAL-SOB
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING '          QUEBRAS=' WS-TOT-VAL-QUE
               ' FINAL   =' WS-TOT-VAL-FIM
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           IF WS-QTD-SEM-CUSTO > ZERO
               MOVE SPACES TO VALUATION-REPORT-LINE
               STRING 'ATENCAO: ' WS-QTD-SEM-CUSTO
                   ' MOVIMENTO(S) DO MES SEM VALOR (ANTERIORES AO '
                   'CUSTO MEDIO)'
                   DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
               WRITE VALUATION-REPORT-LINE
           END-IF
           IF WS-QTD-FORA > ZERO
               MOVE SPACES TO VALUATION-REPORT-LINE
               STRING 'ATENCAO: ' WS-QTD-FORA
                   ' MOVIMENTO(S) DE MATERIAL FORA DO CADASTRO'
                   DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
               WRITE VALUATION-REPORT-LINE
           END-IF
           IF WS-EST-OVERFLOW = 'S'
               MOVE SPACES TO VALUATION-REPORT-LINE
               STRING 'ATENCAO: MATERIAL-STOCK.DAT MAIOR QUE A '
                   'TABELA. VALORIZACAO INCOMPLETA.'
                   DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
               WRITE VALUATION-REPORT-LINE
           END-IF
           DISPLAY 'ESTOQUE FINAL DO MES ' WS-MES-REF ' VALOR: '
               WS-TOT-VAL-FIM.

       GRAVAR-MATERIAL-VALOR-PARAG.
           COMPUTE WS-QTD-FINAL = TE-QTD-INI(WS-IX-MAT)
               + TE-QTD-ENT(WS-IX-MAT) + TE-QTD-SOB(WS-IX-MAT)
               - TE-QTD-SAI(WS-IX-MAT) - TE-QTD-QUE(WS-IX-MAT)
           MOVE SPACES TO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING 'MATERIAL ' TE-CODIGO(WS-IX-MAT) ' '
               TE-DESCRICAO(WS-IX-MAT)
               ' CUSTO MEDIO ' TE-CUSTO-INI(WS-IX-MAT)
               ' -> ' TE-CUSTO-FIM(WS-IX-MAT)
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE 'INICIAL' TO WS-ROTULO
           MOVE TE-QTD-INI(WS-IX-MAT) TO WS-LIN-QTD
           COMPUTE WS-LIN-VALOR ROUNDED =
               TE-QTD-INI(WS-IX-MAT) * TE-CUSTO-INI(WS-IX-MAT)
           ADD WS-LIN-VALOR TO WS-TOT-VAL-INI
           PERFORM GRAVAR-LINHA-VALOR-PARAG
           MOVE 'ENTRADAS' TO WS-ROTULO
           MOVE TE-QTD-ENT(WS-IX-MAT) TO WS-LIN-QTD
           MOVE TE-VAL-ENT(WS-IX-MAT) TO WS-LIN-VALOR
           ADD WS-LIN-VALOR TO WS-TOT-VAL-ENT
           PERFORM GRAVAR-LINHA-VALOR-PARAG
           MOVE 'SAIDAS' TO WS-ROTULO
           MOVE TE-QTD-SAI(WS-IX-MAT) TO WS-LIN-QTD
           MOVE TE-VAL-SAI(WS-IX-MAT) TO WS-LIN-VALOR
           ADD WS-LIN-VALOR TO WS-TOT-VAL-SAI
           PERFORM GRAVAR-LINHA-VALOR-PARAG
           MOVE 'SOBRAS' TO WS-ROTULO
           MOVE TE-QTD-SOB(WS-IX-MAT) TO WS-LIN-QTD
           MOVE TE-VAL-SOB(WS-IX-MAT) TO WS-LIN-VALOR
           ADD WS-LIN-VALOR TO WS-TOT-VAL-SOB
           PERFORM GRAVAR-LINHA-VALOR-PARAG
           MOVE 'QUEBRAS' TO WS-ROTULO
           MOVE TE-QTD-QUE(WS-IX-MAT) TO WS-LIN-QTD
           MOVE TE-VAL-QUE(WS-IX-MAT) TO WS-LIN-VALOR
           ADD WS-LIN-VALOR TO WS-TOT-VAL-QUE
           PERFORM GRAVAR-LINHA-VALOR-PARAG
      * Saldo final negativo (baixa acima do recebido) sai com a
      * quantidade em modulo, sinalizada, e nao entra no total.
           MOVE 'FINAL' TO WS-ROTULO
           IF WS-QTD-FINAL < ZERO
               COMPUTE WS-LIN-QTD = ZERO - WS-QTD-FINAL
               MOVE ZERO TO WS-LIN-VALOR
               MOVE ' NEGATIVO' TO WS-LIN-SINAL
           ELSE
               MOVE WS-QTD-FINAL TO WS-LIN-QTD
               COMPUTE WS-LIN-VALOR ROUNDED =
                   WS-QTD-FINAL * TE-CUSTO-FIM(WS-IX-MAT)
               ADD WS-LIN-VALOR TO WS-TOT-VAL-FIM
           END-IF
           PERFORM GRAVAR-LINHA-VALOR-PARAG.

       GRAVAR-LINHA-VALOR-PARAG.
           MOVE SPACES TO VALUATION-REPORT-LINE
           STRING '  ' WS-ROTULO ' QTD=' WS-LIN-QTD
               ' VALOR=' WS-LIN-VALOR WS-LIN-SINAL
               DELIMITED BY SIZE INTO VALUATION-REPORT-LINE
           WRITE VALUATION-REPORT-LINE
           MOVE SPACES TO WS-LIN-SINAL.

      * Margem de cada orcamento aceito: QH-TOTAL menos o valor das
      * saidas de MATERIAL-MOVES.DAT cuja referencia aponta a ordem
      * de producao do orcamento (WORK-ORDER.DAT). Peca cortada de
      * retalho nao gera saida: o material ja foi baixado quando a
      * folha foi aberta para a ordem que originou o retalho.
       GRAVAR-MARGEM-PARAG.
           PERFORM CARREGAR-ORCAMENTOS-PARAG
           PERFORM CARREGAR-ORDENS-PARAG
           IF WS-QTD-ORCAMENTOS = ZERO
               DISPLAY 'NENHUM ORCAMENTO ACEITO EM QUOTE-HEADER.DAT.'
           ELSE
               OPEN INPUT MATERIAL-MOVES-FILE
               IF WS-MOV-STATUS = '00'
                   PERFORM UNTIL WS-MOV-STATUS = '10'
                       READ MATERIAL-MOVES-FILE
                           AT END
                               MOVE '10' TO WS-MOV-STATUS
                           NOT AT END
                               IF MV-TIPO = 'S'
                                   PERFORM APROPRIAR-SAIDA-PARAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MATERIAL-MOVES-FILE
               END-IF
               OPEN OUTPUT MARGIN-REPORT-FILE
               IF WS-MRG-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR QUOTE-MARGIN.TXT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GRAVAR-RELATORIO-MARGEM-PARAG
                   CLOSE MARGIN-REPORT-FILE
                   DISPLAY 'MARGEM GRAVADA EM QUOTE-MARGIN.TXT'
               END-IF
           END-IF.

       APROPRIAR-SAIDA-PARAG.
           MOVE MV-REFERENCIA TO WS-REF-MOV
           IF (WS-REF-ORIGEM = 'CORTE ' OR WS-REF-ORIGEM = 'FOLHA ')
               AND WS-REF-LIT-OS = 'OS ' AND WS-REF-ORDEM NUMERIC
               MOVE ZERO TO WS-NUM-ORC
               PERFORM VARYING WS-IX-ORD FROM 1 BY 1
                   UNTIL WS-IX-ORD > WS-QTD-ORDENS
                   IF TW-NUMERO(WS-IX-ORD) = WS-REF-ORDEM-N
                       MOVE TW-ORCAMENTO(WS-IX-ORD) TO WS-NUM-ORC
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-IX-ORC-ACHADO
               IF WS-NUM-ORC > ZERO
                   PERFORM VARYING WS-IX-ORC FROM 1 BY 1
                       UNTIL WS-IX-ORC > WS-QTD-ORCAMENTOS
                       IF TQ-NUMERO(WS-IX-ORC) = WS-NUM-ORC
                           MOVE WS-IX-ORC TO WS-IX-ORC-ACHADO
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-IX-ORC-ACHADO > ZERO
                   ADD MV-QTD TO TQ-QTD-BAIXA(WS-IX-ORC-ACHADO)
                   IF MV-VALOR NUMERIC
                       ADD MV-VALOR TO TQ-CUSTO(WS-IX-ORC-ACHADO)
                   ELSE
                       ADD 1 TO TQ-SEM-CUSTO(WS-IX-ORC-ACHADO)
                   END-IF
               END-IF
           END-IF.

       GRAVAR-RELATORIO-MARGEM-PARAG.
           MOVE ZERO TO WS-TOT-ORCADO
           MOVE ZERO TO WS-TOT-CUSTO
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'MARGEM DOS ORCAMENTOS ACEITOS - EMITIDO EM '
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           PERFORM VARYING WS-IX-ORC FROM 1 BY 1
               UNTIL WS-IX-ORC > WS-QTD-ORCAMENTOS
               ADD TQ-TOTAL(WS-IX-ORC) TO WS-TOT-ORCADO
               ADD TQ-CUSTO(WS-IX-ORC) TO WS-TOT-CUSTO
               COMPUTE WS-MARGEM =
                   TQ-TOTAL(WS-IX-ORC) - TQ-CUSTO(WS-IX-ORC)
               PERFORM CALCULAR-PERCENTUAL-PARAG
               MOVE SPACES TO MARGIN-REPORT-LINE
               STRING 'ORC ' TQ-NUMERO(WS-IX-ORC)
                   ' DE ' TQ-DATA(WS-IX-ORC)
                   ' CLIENTE ' TQ-CLIENTE(WS-IX-ORC)
                   ' BAIXADO (cm2)=' TQ-QTD-BAIXA(WS-IX-ORC)
                   DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
               WRITE MARGIN-REPORT-LINE
               MOVE SPACES TO MARGIN-REPORT-LINE
               STRING '  TOTAL=' TQ-TOTAL(WS-IX-ORC)
                   ' CUSTO=' TQ-CUSTO(WS-IX-ORC)
                   DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
               WRITE MARGIN-REPORT-LINE
               PERFORM GRAVAR-LINHA-MARGEM-PARAG
               IF TQ-QTD-BAIXA(WS-IX-ORC) = ZERO
                   MOVE SPACES TO MARGIN-REPORT-LINE
                   STRING '  ATENCAO: NENHUM MATERIAL BAIXADO AINDA '
                       'PARA ESTE ORCAMENTO'
                       DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
                   WRITE MARGIN-REPORT-LINE
               END-IF
               IF TQ-SEM-CUSTO(WS-IX-ORC) > ZERO
                   MOVE SPACES TO MARGIN-REPORT-LINE
                   STRING '  ATENCAO: ' TQ-SEM-CUSTO(WS-IX-ORC)
                       ' BAIXA(S) SEM VALOR NO CUSTO'
                       DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
                   WRITE MARGIN-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING 'TOTAIS ORCADO=' WS-TOT-ORCADO
               ' CUSTO=' WS-TOT-CUSTO
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           COMPUTE WS-MARGEM = WS-TOT-ORCADO - WS-TOT-CUSTO
           IF WS-TOT-ORCADO > ZERO
               COMPUTE WS-MARGEM-PCT ROUNDED =
                   WS-MARGEM * 100 / WS-TOT-ORCADO
           ELSE
               MOVE ZERO TO WS-MARGEM-PCT
           END-IF
           PERFORM GRAVAR-LINHA-MARGEM-PARAG
           IF WS-ORC-OVERFLOW = 'S' OR WS-ORD-OVERFLOW = 'S'
               MOVE SPACES TO MARGIN-REPORT-LINE
               STRING 'ATENCAO: ARQUIVOS MAIORES QUE AS TABELAS. '
                   'RELATORIO INCOMPLETO.'
                   DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
               WRITE MARGIN-REPORT-LINE
           END-IF
           DISPLAY 'ORCAMENTOS ACEITOS: ' WS-QTD-ORCAMENTOS
               ' ORCADO: ' WS-TOT-ORCADO ' CUSTO: ' WS-TOT-CUSTO.

       CALCULAR-PERCENTUAL-PARAG.
           IF TQ-TOTAL(WS-IX-ORC) > ZERO
               COMPUTE WS-MARGEM-PCT ROUNDED =
                   WS-MARGEM * 100 / TQ-TOTAL(WS-IX-ORC)
           ELSE
               MOVE ZERO TO WS-MARGEM-PCT
           END-IF.

      * Margem e percentual saem em modulo; prejuizo vai sinalizado.
       GRAVAR-LINHA-MARGEM-PARAG.
           MOVE SPACES TO WS-LIN-SINAL
           IF WS-MARGEM < ZERO
               COMPUTE WS-MARGEM-ABS = ZERO - WS-MARGEM
               COMPUTE WS-MARGEM-PCT-ABS = ZERO - WS-MARGEM-PCT
               MOVE ' PREJUIZO' TO WS-LIN-SINAL
           ELSE
               MOVE WS-MARGEM TO WS-MARGEM-ABS
               MOVE WS-MARGEM-PCT TO WS-MARGEM-PCT-ABS
           END-IF
           MOVE SPACES TO MARGIN-REPORT-LINE
           STRING '  MARGEM=' WS-MARGEM-ABS
               ' (' WS-MARGEM-PCT-ABS '%)' WS-LIN-SINAL
               DELIMITED BY SIZE INTO MARGIN-REPORT-LINE
           WRITE MARGIN-REPORT-LINE
           MOVE SPACES TO WS-LIN-SINAL.

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
                           ELSE
                               ADD 1 TO WS-QTD-MATERIAIS
                               PERFORM GUARDAR-MATERIAL-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-STOCK-FILE
           END-IF.

       GUARDAR-MATERIAL-PARAG.
           INITIALIZE WS-ESTOQUE-ENT(WS-QTD-MATERIAIS)
           MOVE MS-CODIGO TO TE-CODIGO(WS-QTD-MATERIAIS)
           MOVE MS-DESCRICAO TO TE-DESCRICAO(WS-QTD-MATERIAIS)
           MOVE MS-SALDO TO TE-SALDO(WS-QTD-MATERIAIS)
           IF MS-CUSTO-MEDIO NUMERIC
               MOVE MS-CUSTO-MEDIO TO TE-CUSTO-MEDIO(WS-QTD-MATERIAIS)
           ELSE
               MOVE ZERO TO TE-CUSTO-MEDIO(WS-QTD-MATERIAIS)
           END-IF
           MOVE 'N' TO TE-TEM-INICIAL(WS-QTD-MATERIAIS).

       CARREGAR-ORCAMENTOS-PARAG.
           MOVE ZERO TO WS-QTD-ORCAMENTOS
           MOVE 'N' TO WS-ORC-OVERFLOW
           OPEN INPUT QUOTE-HEADER-FILE
           IF WS-QHDR-STATUS = '00'
               PERFORM UNTIL WS-QHDR-STATUS = '10'
                   READ QUOTE-HEADER-FILE
                       AT END
                           MOVE '10' TO WS-QHDR-STATUS
                       NOT AT END
                           IF QH-SITUACAO = 'A'
                               IF WS-QTD-ORCAMENTOS >= 500
                                   MOVE 'S' TO WS-ORC-OVERFLOW
                               ELSE
                                   ADD 1 TO WS-QTD-ORCAMENTOS
                                   INITIALIZE WS-ORCAMENTO-ENT
                                       (WS-QTD-ORCAMENTOS)
                                   MOVE QH-NUMERO TO
                                       TQ-NUMERO(WS-QTD-ORCAMENTOS)
                                   MOVE QH-DATA TO
                                       TQ-DATA(WS-QTD-ORCAMENTOS)
                                   MOVE QH-CLIENTE TO
                                       TQ-CLIENTE(WS-QTD-ORCAMENTOS)
                                   MOVE QH-TOTAL TO
                                       TQ-TOTAL(WS-QTD-ORCAMENTOS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-HEADER-FILE
           END-IF.

       CARREGAR-ORDENS-PARAG.
           MOVE ZERO TO WS-QTD-ORDENS
           MOVE 'N' TO WS-ORD-OVERFLOW
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-STATUS = '00'
               PERFORM UNTIL WS-WO-STATUS = '10'
                   READ WORK-ORDER-FILE
                       AT END
                           MOVE '10' TO WS-WO-STATUS
                       NOT AT END
                           IF WS-QTD-ORDENS >= 500
                               MOVE 'S' TO WS-ORD-OVERFLOW
                           ELSE
                               ADD 1 TO WS-QTD-ORDENS
                               MOVE WO-NUMERO TO
                                   TW-NUMERO(WS-QTD-ORDENS)
                               MOVE WO-ORCAMENTO TO
                                   TW-ORCAMENTO(WS-QTD-ORDENS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDER-FILE
           END-IF.

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
       END PROGRAM PROGG30.
