      ******************************************************************
      * Author:
      * Date:
      * Purpose: Faturamento e contas a receber. (F)aturar emite uma
      *          fatura numerada (INVOICE-SEQ.DAT) a partir do
      *          cabecalho e dos itens de um orcamento aceito, imprime
      *          em INVOICE.TXT e registra em RECEIVABLES.DAT com o
      *          vencimento; cada orcamento e faturado uma unica vez.
      *          (P)agamento lanca pagamento integral ou parcial contra
      *          uma fatura, com diario em PAYMENTS.DAT. (A)ging grava
      *          em AR-AGING.TXT o saldo em aberto de cada cliente nas
      *          faixas corrente, 30, 60 e 90+ dias de atraso; na
      *          sequencia de jobs do PROGG00 (JS-MODO = 'A') o aging
      *          sai sem perguntas.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG27.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTE-HEADER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHDR-STATUS.
           SELECT QUOTE-ITEMS-FILE ASSIGN TO "QUOTE-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QITM-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.
           SELECT RECEIVABLE-FILE ASSIGN TO "RECEIVABLES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-STATUS.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STATUS.
           SELECT INVOICE-SEQ-FILE ASSIGN TO "INVOICE-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSEQ-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAT-STATUS.
           SELECT AGING-REPORT-FILE ASSIGN TO "AR-AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
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
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.
       FD  QUOTE-ITEMS-FILE.
           COPY QUOTEITM.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER.
       FD  RECEIVABLE-FILE.
           COPY RECEIVBL.
       FD  PAYMENT-FILE.
           COPY PAYMENT.
       FD  INVOICE-SEQ-FILE.
       01  INVOICE-SEQ-RECORD.
           05 FS-NUMERO      PIC 9(06).
       FD  INVOICE-FILE.
       01  INVOICE-LINE      PIC X(80).
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE PIC X(80).
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       WORKING-STORAGE SECTION.
       77 WS-QHDR-STATUS    PIC X(02) VALUE SPACES.
       77 WS-QITM-STATUS    PIC X(02) VALUE SPACES.
       77 WS-CLI-STATUS     PIC X(02) VALUE SPACES.
       77 WS-REC-STATUS     PIC X(02) VALUE SPACES.
       77 WS-PAG-STATUS     PIC X(02) VALUE SPACES.
       77 WS-FSEQ-STATUS    PIC X(02) VALUE SPACES.
       77 WS-FAT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-CONTINUAR      PIC X(01) VALUE 'S'.
       77 WS-CONFIRMA       PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-NUM-ORC        PIC 9(06) VALUE ZERO.
       77 WS-ORC-ACHADO     PIC X(01) VALUE 'N'.
       77 WS-ORC-SITUACAO   PIC X(01) VALUE SPACES.
       77 WS-ORC-TOTAL      PIC 9(013)V99 VALUE ZEROS.
       77 WS-COD-CLIENTE    PIC X(06) VALUE SPACES.
       77 WS-CLI-NOME       PIC X(30) VALUE SPACES.
       77 WS-CLI-ENDERECO   PIC X(40) VALUE SPACES.
       77 WS-CLI-CIDADE     PIC X(20) VALUE SPACES.
       77 WS-CLI-UF         PIC X(02) VALUE SPACES.
       77 WS-PRAZO          PIC 9(03) VALUE ZERO.
       77 WS-NUM-FATURA     PIC 9(06) VALUE ZERO.
       77 WS-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77 WS-QTD-ITENS-LIDOS PIC 9(03) VALUE ZERO.
       77 WS-VALOR-PAGO     PIC 9(013)V99 VALUE ZEROS.
       77 WS-SALDO-FATURA   PIC 9(013)V99 VALUE ZEROS.
       77 WS-REF-PAGAMENTO  PIC X(30) VALUE SPACES.
       77 WS-QTD-FATURAS    PIC 9(03) VALUE ZERO.
       77 WS-IX-FAT         PIC 9(03) VALUE ZERO.
       77 WS-IX-FAT-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-REC-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-GRAVACAO-OK    PIC X(01) VALUE 'S'.
       77 WS-PAGO-ANTERIOR  PIC 9(013)V99 VALUE ZEROS.
       77 WS-SIT-ANTERIOR   PIC X(01) VALUE SPACES.
       77 WS-QTD-GRUPOS     PIC 9(03) VALUE ZERO.
       77 WS-IX-GRP         PIC 9(03) VALUE ZERO.
       77 WS-IX-GRP-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-DIAS-HOJE      PIC 9(07) VALUE ZERO.
       77 WS-DIAS-ATRASO    PIC S9(07) VALUE ZERO.
       77 WS-FAIXA          PIC X(04) VALUE SPACES.
       77 WS-TOT-CORRENTE   PIC 9(011)V99 VALUE ZEROS.
       77 WS-TOT-30         PIC 9(011)V99 VALUE ZEROS.
       77 WS-TOT-60         PIC 9(011)V99 VALUE ZEROS.
       77 WS-TOT-90         PIC 9(011)V99 VALUE ZEROS.
       77 WS-TOT-ABERTO     PIC 9(013)V99 VALUE ZEROS.
      * Conversao de data AAAAMMDD em numero de dias, para contar os
      * dias de atraso, e avanco de data dia a dia para o vencimento.
       77 WS-DATA-ENTRADA   PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-CALC      PIC 9(07) VALUE ZERO.
       77 WS-ANO-BASE       PIC 9(04) VALUE ZERO.
       77 WS-QUOC-4         PIC 9(04) VALUE ZERO.
       77 WS-QUOC-100       PIC 9(04) VALUE ZERO.
       77 WS-QUOC-400       PIC 9(04) VALUE ZERO.
       77 WS-RESTO          PIC 9(04) VALUE ZERO.
       77 WS-ULTIMO-DIA     PIC 9(02) VALUE ZERO.
       77 WS-BISSEXTO       PIC X(01) VALUE 'N'.
       01 WS-DATA-CALC.
           05 WS-DC-ANO     PIC 9(04).
           05 WS-DC-MES     PIC 9(02).
           05 WS-DC-DIA     PIC 9(02).
       01 WS-DIAS-ACUMULADOS.
           05 FILLER        PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01 WS-DIAS-ACUM-R REDEFINES WS-DIAS-ACUMULADOS.
           05 WS-DIAS-ANTES-MES PIC 9(03) OCCURS 12 TIMES.
       01 WS-DIAS-NO-MES.
           05 FILLER        PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-NO-MES-R REDEFINES WS-DIAS-NO-MES.
           05 WS-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.
       01 WS-TABELA-FATURAS.
           05 WS-FATURA-ENT OCCURS 500 TIMES.
               10 TF-FATURA     PIC 9(06).
               10 TF-ORCAMENTO  PIC 9(06).
               10 TF-CLIENTE    PIC X(06).
               10 TF-EMISSAO    PIC 9(08).
               10 TF-VENCIMENTO PIC 9(08).
               10 TF-VALOR      PIC 9(013)V99.
               10 TF-PAGO       PIC 9(013)V99.
               10 TF-SITUACAO   PIC X(01).
       01 WS-TABELA-GRUPOS.
           05 WS-GRUPO-ENT OCCURS 300 TIMES.
               10 TG-CLIENTE    PIC X(06).
               10 TG-CORRENTE   PIC 9(011)V99.
               10 TG-30         PIC 9(011)V99.
               10 TG-60         PIC 9(011)V99.
               10 TG-90         PIC 9(011)V99.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'FATURAMENTO E CONTAS A RECEBER'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-FATURAS-PARAG
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO = 'S'
               IF WS-MODO = 'A' OR WS-MODO = 'a'
                   PERFORM GRAVAR-AGING-PARAG
               ELSE
                   DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG27: '
                       WS-MODO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM MENU-FATURAMENTO-PARAG
           END-IF
           GOBACK.

       MENU-FATURAMENTO-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'ACAO: (F)ATURAR (P)AGAMENTO (L)ISTAR ABERTAS '
                   '(A)GING (V)OLTAR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'F'
                   WHEN 'f'
                       PERFORM FATURAR-ORCAMENTO-PARAG
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM LANCAR-PAGAMENTO-PARAG
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LISTAR-ABERTAS-PARAG
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM GRAVAR-AGING-PARAG
                   WHEN 'V'
                   WHEN 'v'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

      * So orcamento aceito e faturado, e uma unica vez: a procura
      * em RECEIVABLES.DAT pelo numero do orcamento vem antes de
      * qualquer gravacao, e com o arquivo maior que a tabela nada e
      * faturado para nao correr o risco de fatura em dobro.
       FATURAR-ORCAMENTO-PARAG.
           DISPLAY 'NUMERO DO ORCAMENTO A FATURAR: '
           ACCEPT WS-NUM-ORC
           PERFORM LOCALIZAR-ORCAMENTO-PARAG
           MOVE ZERO TO WS-IX-FAT-ACHADO
           PERFORM VARYING WS-IX-FAT FROM 1 BY 1
               UNTIL WS-IX-FAT > WS-QTD-FATURAS
               IF TF-ORCAMENTO(WS-IX-FAT) = WS-NUM-ORC
                   MOVE WS-IX-FAT TO WS-IX-FAT-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ORC-ACHADO NOT = 'S'
                   DISPLAY 'ORCAMENTO NAO ENCONTRADO: ' WS-NUM-ORC
               WHEN WS-ORC-SITUACAO NOT = 'A'
                   DISPLAY 'SO ORCAMENTO ACEITO E FATURADO. SITUACAO '
                       'ATUAL: ' WS-ORC-SITUACAO
               WHEN WS-IX-FAT-ACHADO > ZERO
                   DISPLAY 'ORCAMENTO JA FATURADO NA FATURA '
                       TF-FATURA(WS-IX-FAT-ACHADO)
               WHEN WS-REC-OVERFLOW = 'S'
                   DISPLAY 'RECEIVABLES.DAT MAIOR QUE A TABELA. '
                       'FATURAMENTO SUSPENSO.'
               WHEN WS-QTD-FATURAS >= 500
                   DISPLAY 'TABELA DE FATURAS CHEIA. NADA FATURADO.'
               WHEN OTHER
                   PERFORM EMITIR-FATURA-PARAG
           END-EVALUATE.

       EMITIR-FATURA-PARAG.
           IF WS-COD-CLIENTE = SPACES
               DISPLAY 'ORCAMENTO SEM CLIENTE. CODIGO DO CLIENTE: '
               ACCEPT WS-COD-CLIENTE
           END-IF
           PERFORM LOCALIZAR-CLIENTE-PARAG
           IF WS-CLI-NOME = SPACES
               DISPLAY 'CLIENTE NAO CADASTRADO: ' WS-COD-CLIENTE
                   '. NADA FATURADO.'
           ELSE
               DISPLAY 'CLIENTE: ' WS-CLI-NOME
               DISPLAY 'VALOR  : ' WS-ORC-TOTAL
               DISPLAY 'PRAZO DE PAGAMENTO EM DIAS (ZERO=30): '
               ACCEPT WS-PRAZO
               IF WS-PRAZO = ZERO
                   MOVE 30 TO WS-PRAZO
               END-IF
               MOVE WS-DATA-HOJE TO WS-DATA-CALC
               PERFORM WS-PRAZO TIMES
                   PERFORM AVANCAR-DIA-PARAG
               END-PERFORM
               MOVE WS-DATA-CALC TO WS-VENCIMENTO
               DISPLAY 'VENCIMENTO: ' WS-VENCIMENTO
                   '. CONFIRMA A FATURA? (S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM OBTER-NUMERO-FATURA-PARAG
                   ADD 1 TO WS-QTD-FATURAS
                   MOVE WS-NUM-FATURA TO TF-FATURA(WS-QTD-FATURAS)
                   MOVE WS-NUM-ORC TO TF-ORCAMENTO(WS-QTD-FATURAS)
                   MOVE WS-COD-CLIENTE TO TF-CLIENTE(WS-QTD-FATURAS)
                   MOVE WS-DATA-HOJE TO TF-EMISSAO(WS-QTD-FATURAS)
                   MOVE WS-VENCIMENTO TO
                       TF-VENCIMENTO(WS-QTD-FATURAS)
                   MOVE WS-ORC-TOTAL TO TF-VALOR(WS-QTD-FATURAS)
                   MOVE ZERO TO TF-PAGO(WS-QTD-FATURAS)
                   MOVE 'A' TO TF-SITUACAO(WS-QTD-FATURAS)
                   PERFORM REGRAVAR-FATURAS-PARAG
      * Fatura que nao chegou a RECEIVABLES.DAT nao e impressa: o
      * orcamento continua livre para ser faturado de novo.
                   IF WS-GRAVACAO-OK = 'N'
                       SUBTRACT 1 FROM WS-QTD-FATURAS
                       DISPLAY 'FATURA ' WS-NUM-FATURA
                           ' NAO GRAVADA. NUMERO INUTILIZADO.'
                   ELSE
                       PERFORM IMPRIMIR-FATURA-PARAG
                       PERFORM PREPARAR-AUDITORIA-PARAG
                       STRING 'ACAO=FATURA NO=' WS-NUM-FATURA
                           ' ORCAMENTO=' WS-NUM-ORC
                           ' CLIENTE=' WS-COD-CLIENTE
                           ' VENC=' WS-VENCIMENTO
                           DELIMITED BY SIZE INTO AUD-DADOS
                       PERFORM FECHAR-AUDITORIA-PARAG
                   END-IF
               ELSE
                   DISPLAY 'NADA FATURADO.'
               END-IF
           END-IF.

       LOCALIZAR-ORCAMENTO-PARAG.
           MOVE 'N' TO WS-ORC-ACHADO
           MOVE SPACES TO WS-ORC-SITUACAO
           MOVE SPACES TO WS-COD-CLIENTE
           MOVE ZERO TO WS-ORC-TOTAL
           OPEN INPUT QUOTE-HEADER-FILE
           IF WS-QHDR-STATUS = '00'
               PERFORM UNTIL WS-QHDR-STATUS = '10'
                   READ QUOTE-HEADER-FILE
                       AT END
                           MOVE '10' TO WS-QHDR-STATUS
                       NOT AT END
                           IF QH-NUMERO = WS-NUM-ORC
                               MOVE 'S' TO WS-ORC-ACHADO
                               MOVE QH-SITUACAO TO WS-ORC-SITUACAO
                               MOVE QH-TOTAL TO WS-ORC-TOTAL
                               MOVE QH-CLIENTE TO WS-COD-CLIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-HEADER-FILE
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

       OBTER-NUMERO-FATURA-PARAG.
           MOVE ZERO TO WS-NUM-FATURA
           OPEN INPUT INVOICE-SEQ-FILE
           IF WS-FSEQ-STATUS = '00'
               READ INVOICE-SEQ-FILE
                   NOT AT END
                       MOVE FS-NUMERO TO WS-NUM-FATURA
               END-READ
               CLOSE INVOICE-SEQ-FILE
           END-IF
           ADD 1 TO WS-NUM-FATURA
           OPEN OUTPUT INVOICE-SEQ-FILE
           IF WS-FSEQ-STATUS NOT = '00'
               DISPLAY 'ATENCAO: NAO FOI POSSIVEL GRAVAR '
                   'INVOICE-SEQ.DAT. O NUMERO ' WS-NUM-FATURA
                   ' PODE SE REPETIR NA PROXIMA FATURA.'
           ELSE
               MOVE WS-NUM-FATURA TO FS-NUMERO
               WRITE INVOICE-SEQ-RECORD
               IF WS-FSEQ-STATUS NOT = '00'
                   DISPLAY 'ATENCAO: ERRO AO GRAVAR INVOICE-SEQ.DAT: '
                       'STATUS ' WS-FSEQ-STATUS '. O NUMERO '
                       WS-NUM-FATURA ' PODE SE REPETIR.'
               END-IF
               CLOSE INVOICE-SEQ-FILE
           END-IF.

       IMPRIMIR-FATURA-PARAG.
           OPEN OUTPUT INVOICE-FILE
           IF WS-FAT-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR INVOICE.TXT'
           ELSE
               MOVE SPACES TO INVOICE-LINE
               STRING 'FATURA NO. ' WS-NUM-FATURA
                   '  EMISSAO: ' WS-DATA-HOJE
                   '  VENCIMENTO: ' WS-VENCIMENTO
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE SPACES TO INVOICE-LINE
               STRING 'REFERENTE AO ORCAMENTO NO. ' WS-NUM-ORC
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE SPACES TO INVOICE-LINE
               STRING 'CLIENTE: ' WS-COD-CLIENTE ' ' WS-CLI-NOME
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE SPACES TO INVOICE-LINE
               STRING '         ' WS-CLI-ENDERECO
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE SPACES TO INVOICE-LINE
               STRING '         ' WS-CLI-CIDADE ' ' WS-CLI-UF
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE SPACES TO INVOICE-LINE
               STRING '----------------------------------------------'
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               PERFORM IMPRIMIR-ITENS-FATURA-PARAG
               MOVE SPACES TO INVOICE-LINE
               STRING '----------------------------------------------'
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               MOVE SPACES TO INVOICE-LINE
               STRING 'TOTAL DA FATURA: ' WS-ORC-TOTAL
                   DELIMITED BY SIZE INTO INVOICE-LINE
               WRITE INVOICE-LINE
               CLOSE INVOICE-FILE
               DISPLAY 'FATURA NO. ' WS-NUM-FATURA
                   ' GRAVADA EM INVOICE.TXT (' WS-QTD-ITENS-LIDOS
                   ' ITENS)'
           END-IF.

       IMPRIMIR-ITENS-FATURA-PARAG.
           MOVE ZERO TO WS-QTD-ITENS-LIDOS
           OPEN INPUT QUOTE-ITEMS-FILE
           IF WS-QITM-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR QUOTE-ITEMS.DAT. '
                   'FATURA SAI SEM ITENS.'
           ELSE
               PERFORM UNTIL WS-QITM-STATUS = '10'
                   READ QUOTE-ITEMS-FILE
                       AT END
                           MOVE '10' TO WS-QITM-STATUS
                       NOT AT END
                           IF QI-NUMERO = WS-NUM-ORC
                               ADD 1 TO WS-QTD-ITENS-LIDOS
                               MOVE SPACES TO INVOICE-LINE
                               STRING 'ITEM ' QI-SEQ
                                   ' MATERIAL=' QI-CODIGO
                                   ' ' QI-LARGURA 'X' QI-ALTURA
                                   ' AREA=' QI-AREA
                                   ' VALOR=' QI-VALOR
                                   DELIMITED BY SIZE INTO INVOICE-LINE
                               WRITE INVOICE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-ITEMS-FILE
           END-IF.

       LANCAR-PAGAMENTO-PARAG.
           IF WS-REC-OVERFLOW = 'S'
               DISPLAY 'RECEIVABLES.DAT MAIOR QUE A TABELA. '
                   'PAGAMENTO SUSPENSO.'
           ELSE
               PERFORM INFORMAR-PAGAMENTO-PARAG
           END-IF.

       INFORMAR-PAGAMENTO-PARAG.
           DISPLAY 'NUMERO DA FATURA: '
           ACCEPT WS-NUM-FATURA
           MOVE ZERO TO WS-IX-FAT-ACHADO
           PERFORM VARYING WS-IX-FAT FROM 1 BY 1
               UNTIL WS-IX-FAT > WS-QTD-FATURAS
               IF TF-FATURA(WS-IX-FAT) = WS-NUM-FATURA
                   MOVE WS-IX-FAT TO WS-IX-FAT-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-FAT-ACHADO = ZERO
               DISPLAY 'FATURA NAO ENCONTRADA: ' WS-NUM-FATURA
           ELSE
               IF TF-SITUACAO(WS-IX-FAT-ACHADO) = 'Q'
                   DISPLAY 'FATURA JA QUITADA.'
               ELSE
                   COMPUTE WS-SALDO-FATURA =
                       TF-VALOR(WS-IX-FAT-ACHADO) -
                       TF-PAGO(WS-IX-FAT-ACHADO)
                   DISPLAY 'VALOR DA FATURA: '
                       TF-VALOR(WS-IX-FAT-ACHADO)
                   DISPLAY 'JA PAGO        : '
                       TF-PAGO(WS-IX-FAT-ACHADO)
                   DISPLAY 'SALDO          : ' WS-SALDO-FATURA
                   DISPLAY 'VALOR PAGO AGORA: '
                   ACCEPT WS-VALOR-PAGO
                   EVALUATE TRUE
                       WHEN WS-VALOR-PAGO = ZERO
                           DISPLAY 'VALOR ZERO. NADA LANCADO.'
                       WHEN WS-VALOR-PAGO > WS-SALDO-FATURA
                           DISPLAY 'VALOR MAIOR QUE O SALDO DA '
                               'FATURA. NADA LANCADO.'
                       WHEN OTHER
                           DISPLAY 'REFERENCIA (DEPOSITO, CHEQUE...): '
                           MOVE SPACES TO WS-REF-PAGAMENTO
                           ACCEPT WS-REF-PAGAMENTO
                           PERFORM BAIXAR-PAGAMENTO-PARAG
                   END-EVALUATE
               END-IF
           END-IF.

      * A fatura e regravada antes do lancamento: PAYMENTS.DAT e a
      * auditoria so recebem o pagamento que ja esta em
      * RECEIVABLES.DAT. Em falha a fatura volta ao que era.
       BAIXAR-PAGAMENTO-PARAG.
           MOVE TF-PAGO(WS-IX-FAT-ACHADO) TO WS-PAGO-ANTERIOR
           MOVE TF-SITUACAO(WS-IX-FAT-ACHADO) TO WS-SIT-ANTERIOR
           ADD WS-VALOR-PAGO TO TF-PAGO(WS-IX-FAT-ACHADO)
           SUBTRACT WS-VALOR-PAGO FROM WS-SALDO-FATURA
           IF WS-SALDO-FATURA = ZERO
               MOVE 'Q' TO TF-SITUACAO(WS-IX-FAT-ACHADO)
           ELSE
               MOVE 'P' TO TF-SITUACAO(WS-IX-FAT-ACHADO)
           END-IF
           PERFORM REGRAVAR-FATURAS-PARAG
           IF WS-GRAVACAO-OK = 'N'
               MOVE WS-PAGO-ANTERIOR TO TF-PAGO(WS-IX-FAT-ACHADO)
               MOVE WS-SIT-ANTERIOR TO TF-SITUACAO(WS-IX-FAT-ACHADO)
               ADD WS-VALOR-PAGO TO WS-SALDO-FATURA
               DISPLAY 'PAGAMENTO NAO LANCADO. FATURA SEM ALTERACAO.'
           ELSE
               IF WS-SALDO-FATURA = ZERO
                   DISPLAY 'FATURA QUITADA.'
               ELSE
                   DISPLAY 'PAGAMENTO PARCIAL. SALDO: '
                       WS-SALDO-FATURA
               END-IF
               PERFORM GRAVAR-PAGAMENTO-PARAG
           END-IF.

       GRAVAR-PAGAMENTO-PARAG.
           OPEN EXTEND PAYMENT-FILE
           IF WS-PAG-STATUS = '35'
               OPEN OUTPUT PAYMENT-FILE
           END-IF
           IF WS-PAG-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PAYMENTS.DAT: STATUS '
                   WS-PAG-STATUS
           ELSE
               MOVE SPACES TO PAYMENT-RECORD
               MOVE WS-NUM-FATURA TO PG-FATURA
               ACCEPT PG-DATA FROM DATE YYYYMMDD
               ACCEPT PG-HORA FROM TIME
               MOVE WS-VALOR-PAGO TO PG-VALOR
               MOVE WS-SALDO-FATURA TO PG-SALDO-APOS
               MOVE WS-OPERADOR TO PG-OPERADOR
               MOVE WS-REF-PAGAMENTO TO PG-REFERENCIA
               WRITE PAYMENT-RECORD
               IF WS-PAG-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR PAYMENTS.DAT: STATUS '
                       WS-PAG-STATUS
               END-IF
               CLOSE PAYMENT-FILE
           END-IF
           PERFORM PREPARAR-AUDITORIA-PARAG
           STRING 'ACAO=PAGAMENTO FATURA=' WS-NUM-FATURA
               ' VALOR=' WS-VALOR-PAGO
               ' SIT=' TF-SITUACAO(WS-IX-FAT-ACHADO)
               DELIMITED BY SIZE INTO AUD-DADOS
           PERFORM FECHAR-AUDITORIA-PARAG.

       LISTAR-ABERTAS-PARAG.
           DISPLAY 'FATURAS EM ABERTO:'
           MOVE ZERO TO WS-TOT-ABERTO
           PERFORM VARYING WS-IX-FAT FROM 1 BY 1
               UNTIL WS-IX-FAT > WS-QTD-FATURAS
               IF TF-SITUACAO(WS-IX-FAT) NOT = 'Q'
                   COMPUTE WS-SALDO-FATURA = TF-VALOR(WS-IX-FAT) -
                       TF-PAGO(WS-IX-FAT)
                   ADD WS-SALDO-FATURA TO WS-TOT-ABERTO
                   DISPLAY '  FAT ' TF-FATURA(WS-IX-FAT)
                       ' ORC ' TF-ORCAMENTO(WS-IX-FAT)
                       ' CLI ' TF-CLIENTE(WS-IX-FAT)
                       ' VENC ' TF-VENCIMENTO(WS-IX-FAT)
                       ' SALDO ' WS-SALDO-FATURA
               END-IF
           END-PERFORM
           DISPLAY 'TOTAL EM ABERTO: ' WS-TOT-ABERTO.

      * Faixas por dias de atraso sobre o vencimento: corrente (a
      * vencer ou ate 29 dias), 30 (30 a 59), 60 (60 a 89) e 90+.
       GRAVAR-AGING-PARAG.
           MOVE WS-DATA-HOJE TO WS-DATA-ENTRADA
           PERFORM CALCULAR-DIAS-PARAG
           MOVE WS-DIAS-CALC TO WS-DIAS-HOJE
           MOVE ZERO TO WS-QTD-GRUPOS
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR AR-AGING.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO AGING-REPORT-LINE
               STRING 'CONTAS A RECEBER POR ATRASO - POSICAO EM '
                   WS-DATA-HOJE
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               PERFORM VARYING WS-IX-FAT FROM 1 BY 1
                   UNTIL WS-IX-FAT > WS-QTD-FATURAS
                   IF TF-SITUACAO(WS-IX-FAT) NOT = 'Q'
                       PERFORM CLASSIFICAR-FATURA-PARAG
                   END-IF
               END-PERFORM
               MOVE ZERO TO WS-TOT-CORRENTE
               MOVE ZERO TO WS-TOT-30
               MOVE ZERO TO WS-TOT-60
               MOVE ZERO TO WS-TOT-90
               PERFORM VARYING WS-IX-GRP FROM 1 BY 1
                   UNTIL WS-IX-GRP > WS-QTD-GRUPOS
                   PERFORM GRAVAR-LINHA-CLIENTE-PARAG
               END-PERFORM
               MOVE SPACES TO AGING-REPORT-LINE
               STRING 'TOTAL  CORR=' WS-TOT-CORRENTE
                   ' 30=' WS-TOT-30
                   ' 60=' WS-TOT-60
                   ' 90+=' WS-TOT-90
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
               WRITE AGING-REPORT-LINE
               CLOSE AGING-REPORT-FILE
               DISPLAY 'CLIENTES COM SALDO: ' WS-QTD-GRUPOS
               DISPLAY 'RELATORIO GRAVADO EM AR-AGING.TXT'
           END-IF.

       CLASSIFICAR-FATURA-PARAG.
           COMPUTE WS-SALDO-FATURA = TF-VALOR(WS-IX-FAT) -
               TF-PAGO(WS-IX-FAT)
           MOVE TF-VENCIMENTO(WS-IX-FAT) TO WS-DATA-ENTRADA
           PERFORM CALCULAR-DIAS-PARAG
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-CALC
           MOVE ZERO TO WS-IX-GRP-ACHADO
           PERFORM VARYING WS-IX-GRP FROM 1 BY 1
               UNTIL WS-IX-GRP > WS-QTD-GRUPOS
               IF TG-CLIENTE(WS-IX-GRP) = TF-CLIENTE(WS-IX-FAT)
                   MOVE WS-IX-GRP TO WS-IX-GRP-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-GRP-ACHADO = ZERO AND WS-QTD-GRUPOS < 300
               ADD 1 TO WS-QTD-GRUPOS
               MOVE WS-QTD-GRUPOS TO WS-IX-GRP-ACHADO
               MOVE TF-CLIENTE(WS-IX-FAT) TO
                   TG-CLIENTE(WS-IX-GRP-ACHADO)
               MOVE ZERO TO TG-CORRENTE(WS-IX-GRP-ACHADO)
               MOVE ZERO TO TG-30(WS-IX-GRP-ACHADO)
               MOVE ZERO TO TG-60(WS-IX-GRP-ACHADO)
               MOVE ZERO TO TG-90(WS-IX-GRP-ACHADO)
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ATRASO < 30
                   MOVE 'CORR' TO WS-FAIXA
               WHEN WS-DIAS-ATRASO < 60
                   MOVE '30' TO WS-FAIXA
               WHEN WS-DIAS-ATRASO < 90
                   MOVE '60' TO WS-FAIXA
               WHEN OTHER
                   MOVE '90+' TO WS-FAIXA
           END-EVALUATE
           IF WS-IX-GRP-ACHADO = ZERO
               DISPLAY 'TABELA DE CLIENTES DO AGING CHEIA. FATURA '
                   TF-FATURA(WS-IX-FAT) ' FORA DO RELATORIO.'
           ELSE
               EVALUATE WS-FAIXA
                   WHEN 'CORR'
                       ADD WS-SALDO-FATURA TO
                           TG-CORRENTE(WS-IX-GRP-ACHADO)
                   WHEN '30'
                       ADD WS-SALDO-FATURA TO TG-30(WS-IX-GRP-ACHADO)
                   WHEN '60'
                       ADD WS-SALDO-FATURA TO TG-60(WS-IX-GRP-ACHADO)
                   WHEN OTHER
                       ADD WS-SALDO-FATURA TO TG-90(WS-IX-GRP-ACHADO)
               END-EVALUATE
           END-IF.

       GRAVAR-LINHA-CLIENTE-PARAG.
           MOVE TG-CLIENTE(WS-IX-GRP) TO WS-COD-CLIENTE
           PERFORM LOCALIZAR-CLIENTE-PARAG
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'CLIENTE ' WS-COD-CLIENTE ' ' WS-CLI-NOME
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           PERFORM VARYING WS-IX-FAT FROM 1 BY 1
               UNTIL WS-IX-FAT > WS-QTD-FATURAS
               IF TF-SITUACAO(WS-IX-FAT) NOT = 'Q' AND
                   TF-CLIENTE(WS-IX-FAT) = WS-COD-CLIENTE
                   PERFORM GRAVAR-LINHA-FATURA-PARAG
               END-IF
           END-PERFORM
           ADD TG-CORRENTE(WS-IX-GRP) TO WS-TOT-CORRENTE
           ADD TG-30(WS-IX-GRP) TO WS-TOT-30
           ADD TG-60(WS-IX-GRP) TO WS-TOT-60
           ADD TG-90(WS-IX-GRP) TO WS-TOT-90
           MOVE SPACES TO AGING-REPORT-LINE
           STRING '  CORR=' TG-CORRENTE(WS-IX-GRP)
               ' 30=' TG-30(WS-IX-GRP)
               ' 60=' TG-60(WS-IX-GRP)
               ' 90+=' TG-90(WS-IX-GRP)
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE.

       GRAVAR-LINHA-FATURA-PARAG.
           COMPUTE WS-SALDO-FATURA = TF-VALOR(WS-IX-FAT) -
               TF-PAGO(WS-IX-FAT)
           MOVE TF-VENCIMENTO(WS-IX-FAT) TO WS-DATA-ENTRADA
           PERFORM CALCULAR-DIAS-PARAG
           COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DIAS-CALC
           MOVE SPACES TO AGING-REPORT-LINE
           IF WS-DIAS-ATRASO > ZERO
               MOVE WS-DIAS-ATRASO TO WS-DIAS-CALC
               STRING '    FAT ' TF-FATURA(WS-IX-FAT)
                   ' VENC ' TF-VENCIMENTO(WS-IX-FAT)
                   ' SALDO ' WS-SALDO-FATURA
                   ' ATRASO ' WS-DIAS-CALC ' DIAS'
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
           ELSE
               STRING '    FAT ' TF-FATURA(WS-IX-FAT)
                   ' VENC ' TF-VENCIMENTO(WS-IX-FAT)
                   ' SALDO ' WS-SALDO-FATURA
                   ' A VENCER'
                   DELIMITED BY SIZE INTO AGING-REPORT-LINE
           END-IF
           WRITE AGING-REPORT-LINE.

      * Numero de dias desde uma origem fixa: ano x 365, mais os
      * bissextos ate o ano (o proprio ano so conta a partir de
      * marco), mais os dias antes do mes, mais o dia. So a
      * diferenca entre duas datas tem uso.
       CALCULAR-DIAS-PARAG.
           MOVE WS-DATA-ENTRADA TO WS-DATA-CALC
           IF WS-DC-MES < 1 OR WS-DC-MES > 12
               MOVE ZERO TO WS-DIAS-CALC
           ELSE
               MOVE WS-DC-ANO TO WS-ANO-BASE
               IF WS-DC-MES <= 2
                   SUBTRACT 1 FROM WS-ANO-BASE
               END-IF
               DIVIDE WS-ANO-BASE BY 4 GIVING WS-QUOC-4
               DIVIDE WS-ANO-BASE BY 100 GIVING WS-QUOC-100
               DIVIDE WS-ANO-BASE BY 400 GIVING WS-QUOC-400
               COMPUTE WS-DIAS-CALC = WS-DC-ANO * 365 + WS-QUOC-4 -
                   WS-QUOC-100 + WS-QUOC-400 +
                   WS-DIAS-ANTES-MES(WS-DC-MES) + WS-DC-DIA
           END-IF.

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

       CARREGAR-FATURAS-PARAG.
           MOVE ZERO TO WS-QTD-FATURAS
           MOVE 'N' TO WS-REC-OVERFLOW
           OPEN INPUT RECEIVABLE-FILE
           IF WS-REC-STATUS = '00'
               PERFORM UNTIL WS-REC-STATUS = '10'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE '10' TO WS-REC-STATUS
                       NOT AT END
                           IF WS-QTD-FATURAS >= 500
                               MOVE 'S' TO WS-REC-OVERFLOW
                               DISPLAY 'TABELA DE FATURAS CHEIA. '
                                   'FATURA IGNORADA: ' RC-FATURA
                           ELSE
                               ADD 1 TO WS-QTD-FATURAS
                               MOVE RC-FATURA TO
                                   TF-FATURA(WS-QTD-FATURAS)
                               MOVE RC-ORCAMENTO TO
                                   TF-ORCAMENTO(WS-QTD-FATURAS)
                               MOVE RC-CLIENTE TO
                                   TF-CLIENTE(WS-QTD-FATURAS)
                               MOVE RC-EMISSAO TO
                                   TF-EMISSAO(WS-QTD-FATURAS)
                               MOVE RC-VENCIMENTO TO
                                   TF-VENCIMENTO(WS-QTD-FATURAS)
                               MOVE RC-VALOR TO
                                   TF-VALOR(WS-QTD-FATURAS)
                               MOVE RC-PAGO TO
                                   TF-PAGO(WS-QTD-FATURAS)
                               MOVE RC-SITUACAO TO
                                   TF-SITUACAO(WS-QTD-FATURAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.

       REGRAVAR-FATURAS-PARAG.
           MOVE 'S' TO WS-GRAVACAO-OK
           IF WS-REC-OVERFLOW = 'S'
               DISPLAY 'RECEIVABLES.DAT TEM MAIS FATURAS DO QUE A '
                   'TABELA COMPORTA. ARQUIVO NAO REGRAVADO PARA '
                   'NAO PERDER FATURAS.'
               MOVE 'N' TO WS-GRAVACAO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT RECEIVABLE-FILE
               IF WS-REC-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR RECEIVABLES.DAT: '
                       WS-REC-STATUS
                   MOVE 'N' TO WS-GRAVACAO-OK
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-IX-FAT FROM 1 BY 1
                       UNTIL WS-IX-FAT > WS-QTD-FATURAS
                       OR WS-GRAVACAO-OK = 'N'
                       MOVE SPACES TO RECEIVABLE-RECORD
                       MOVE TF-FATURA(WS-IX-FAT) TO RC-FATURA
                       MOVE TF-ORCAMENTO(WS-IX-FAT) TO RC-ORCAMENTO
                       MOVE TF-CLIENTE(WS-IX-FAT) TO RC-CLIENTE
                       MOVE TF-EMISSAO(WS-IX-FAT) TO RC-EMISSAO
                       MOVE TF-VENCIMENTO(WS-IX-FAT) TO RC-VENCIMENTO
                       MOVE TF-VALOR(WS-IX-FAT) TO RC-VALOR
                       MOVE TF-PAGO(WS-IX-FAT) TO RC-PAGO
                       MOVE TF-SITUACAO(WS-IX-FAT) TO RC-SITUACAO
                       WRITE RECEIVABLE-RECORD
                       IF WS-REC-STATUS NOT = '00'
                           DISPLAY 'ERRO AO REGRAVAR RECEIVABLES.DAT: '
                               WS-REC-STATUS
                           MOVE 'N' TO WS-GRAVACAO-OK
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-PERFORM
                   CLOSE RECEIVABLE-FILE
               END-IF
           END-IF.

       PREPARAR-AUDITORIA-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE 'PROGG27' TO AUD-PROGRAMA
           MOVE WS-OPERADOR TO AUD-OPERADOR.

       FECHAR-AUDITORIA-PARAG.
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
       END PROGRAM PROGG27.
