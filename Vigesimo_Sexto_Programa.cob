      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de clientes (CUSTOMER.DAT):
      *          inclui cliente, altera nome e endereco e ativa ou
      *          inativa o cadastro, tudo com auditoria em AUDITLOG.DAT.
      *          A acao (M)ENSAL le QUOTE-HEADER.DAT e grava em
      *          CUSTOMER-MONTHLY.TXT o valor orcado e o valor aceito
      *          de cada cliente mes a mes. Na sequencia de jobs do
      *          PROGG00 (JS-MODO = 'M') o relatorio sai sem perguntas,
      *          com todos os meses.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTE-HEADER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHDR-STATUS.
           SELECT MONTHLY-REPORT-FILE ASSIGN TO "CUSTOMER-MONTHLY.TXT"
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
       FD  CUSTOMER-FILE.
           COPY CUSTOMER.
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.
       FD  MONTHLY-REPORT-FILE.
       01  MONTHLY-REPORT-LINE PIC X(80).
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       WORKING-STORAGE SECTION.
       77 WS-CLI-STATUS     PIC X(02) VALUE SPACES.
       77 WS-QHDR-STATUS    PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-CONTINUAR      PIC X(01) VALUE 'S'.
       77 WS-CONFIRMA       PIC X(01) VALUE 'N'.
       77 WS-COD-ALVO       PIC X(06) VALUE SPACES.
       77 WS-NOME-ANTERIOR  PIC X(30) VALUE SPACES.
       77 WS-CAMPO-NOVO     PIC X(40) VALUE SPACES.
       77 WS-QTD-CLIENTES   PIC 9(04) VALUE ZERO.
       77 WS-IX-CLI         PIC 9(04) VALUE ZERO.
       77 WS-IX-CLI-ACHADO  PIC 9(04) VALUE ZERO.
       77 WS-CLI-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-HOUVE-MUDANCA  PIC X(01) VALUE 'N'.
       77 WS-MES-INICIAL    PIC 9(06) VALUE ZERO.
       77 WS-MES-FINAL      PIC 9(06) VALUE ZERO.
       77 WS-MES-ORC        PIC 9(06) VALUE ZERO.
       77 WS-QTD-MESES      PIC 9(04) VALUE ZERO.
       77 WS-IX-MES         PIC 9(04) VALUE ZERO.
       77 WS-IX-MES-ACHADO  PIC 9(04) VALUE ZERO.
       77 WS-MES-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-QTD-LIDOS      PIC 9(07) VALUE ZERO.
       77 WS-QTD-LINHAS-CLI PIC 9(04) VALUE ZERO.
       77 WS-SUB-QTD-ORC    PIC 9(05) VALUE ZERO.
       77 WS-SUB-VALOR-ORC  PIC 9(013)V99 VALUE ZEROS.
       77 WS-SUB-QTD-ACE    PIC 9(05) VALUE ZERO.
       77 WS-SUB-VALOR-ACE  PIC 9(013)V99 VALUE ZEROS.
       77 WS-GER-VALOR-ORC  PIC 9(013)V99 VALUE ZEROS.
       77 WS-GER-VALOR-ACE  PIC 9(013)V99 VALUE ZEROS.
       77 WS-PCT-ACEITO     PIC 9(03)V99 VALUE ZEROS.
       01 WS-TABELA-CLIENTES.
           05 WS-CLIENTE-ENT OCCURS 500 TIMES.
               10 TK-CODIGO     PIC X(06).
               10 TK-NOME       PIC X(30).
               10 TK-ENDERECO   PIC X(40).
               10 TK-CIDADE     PIC X(20).
               10 TK-UF         PIC X(02).
               10 TK-TELEFONE   PIC X(15).
               10 TK-SITUACAO   PIC X(01).
      * Uma entrada por cliente e mes (AAAAMM) com orcamento;
      * TM-IMPRESSO marca o que ja saiu no relatorio, para as sobras
      * (orcamentos sem cliente ou de codigo fora do cadastro) sairem
      * no fim.
       01 WS-TABELA-MESES.
           05 WS-MES-ENT OCCURS 600 TIMES.
               10 TM-CLIENTE    PIC X(06).
               10 TM-MES        PIC 9(06).
               10 TM-QTD-ORC    PIC 9(05).
               10 TM-VALOR-ORC  PIC 9(013)V99.
               10 TM-QTD-ACE    PIC 9(05).
               10 TM-VALOR-ACE  PIC 9(013)V99.
               10 TM-IMPRESSO   PIC X(01).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'CADASTRO DE CLIENTES'
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-CLIENTES-PARAG
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO = 'S'
               IF WS-MODO = 'M' OR WS-MODO = 'm'
                   MOVE ZERO TO WS-MES-INICIAL
                   MOVE 999999 TO WS-MES-FINAL
                   PERFORM GRAVAR-RELATORIO-MENSAL-PARAG
               ELSE
                   DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG26: '
                       WS-MODO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM MENU-CADASTRO-PARAG
               IF WS-HOUVE-MUDANCA = 'S'
                   PERFORM REGRAVAR-CLIENTES-PARAG
               END-IF
           END-IF
           GOBACK.

       MENU-CADASTRO-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'ACAO: (L)ISTAR (I)NCLUIR (A)LTERAR '
                   '(S)ITUACAO (M)ENSAL (V)OLTAR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LISTAR-CLIENTES-PARAG
                   WHEN 'I'
                   WHEN 'i'
                       PERFORM INCLUIR-CLIENTE-PARAG
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ALTERAR-CLIENTE-PARAG
                   WHEN 'S'
                   WHEN 's'
                       PERFORM MUDAR-SITUACAO-PARAG
                   WHEN 'M'
                   WHEN 'm'
                       PERFORM PEDIR-PERIODO-PARAG
                       PERFORM GRAVAR-RELATORIO-MENSAL-PARAG
                   WHEN 'V'
                   WHEN 'v'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

       LISTAR-CLIENTES-PARAG.
           DISPLAY 'CLIENTES CADASTRADOS:'
           PERFORM VARYING WS-IX-CLI FROM 1 BY 1
               UNTIL WS-IX-CLI > WS-QTD-CLIENTES
               DISPLAY '  ' TK-CODIGO(WS-IX-CLI) ' '
                   TK-NOME(WS-IX-CLI) ' '
                   TK-CIDADE(WS-IX-CLI) ' '
                   TK-UF(WS-IX-CLI)
                   ' SIT=' TK-SITUACAO(WS-IX-CLI)
           END-PERFORM
           DISPLAY 'TOTAL DE CLIENTES: ' WS-QTD-CLIENTES.

       LOCALIZAR-ALVO-PARAG.
           MOVE ZERO TO WS-IX-CLI-ACHADO
           PERFORM VARYING WS-IX-CLI FROM 1 BY 1
               UNTIL WS-IX-CLI > WS-QTD-CLIENTES
               IF TK-CODIGO(WS-IX-CLI) = WS-COD-ALVO
                   MOVE WS-IX-CLI TO WS-IX-CLI-ACHADO
               END-IF
           END-PERFORM.

       INCLUIR-CLIENTE-PARAG.
           DISPLAY 'CODIGO DO CLIENTE NOVO: '
           ACCEPT WS-COD-ALVO
           PERFORM LOCALIZAR-ALVO-PARAG
           IF WS-COD-ALVO = SPACES
               DISPLAY 'CODIGO EM BRANCO. NADA INCLUIDO.'
           ELSE
               IF WS-IX-CLI-ACHADO > ZERO
                   DISPLAY 'CLIENTE JA CADASTRADO: '
                       TK-NOME(WS-IX-CLI-ACHADO)
               ELSE
                   IF WS-QTD-CLIENTES >= 500
                       DISPLAY 'TABELA DE CLIENTES CHEIA. NADA '
                           'INCLUIDO.'
                   ELSE
                       ADD 1 TO WS-QTD-CLIENTES
                       MOVE WS-QTD-CLIENTES TO WS-IX-CLI-ACHADO
                       MOVE WS-COD-ALVO TO TK-CODIGO(WS-IX-CLI-ACHADO)
                       DISPLAY 'NOME: '
                       ACCEPT TK-NOME(WS-IX-CLI-ACHADO)
                       DISPLAY 'ENDERECO: '
                       ACCEPT TK-ENDERECO(WS-IX-CLI-ACHADO)
                       DISPLAY 'CIDADE: '
                       ACCEPT TK-CIDADE(WS-IX-CLI-ACHADO)
                       DISPLAY 'UF: '
                       ACCEPT TK-UF(WS-IX-CLI-ACHADO)
                       DISPLAY 'TELEFONE: '
                       ACCEPT TK-TELEFONE(WS-IX-CLI-ACHADO)
                       MOVE 'A' TO TK-SITUACAO(WS-IX-CLI-ACHADO)
                       MOVE 'S' TO WS-HOUVE-MUDANCA
                       DISPLAY 'CLIENTE INCLUIDO.'
                       PERFORM GRAVAR-AUDITORIA-INCLUSAO-PARAG
                   END-IF
               END-IF
           END-IF.

      * Branco mantem o valor atual de cada campo.
       ALTERAR-CLIENTE-PARAG.
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-COD-ALVO
           PERFORM LOCALIZAR-ALVO-PARAG
           IF WS-IX-CLI-ACHADO = ZERO
               DISPLAY 'CLIENTE NAO CADASTRADO: ' WS-COD-ALVO
           ELSE
               MOVE TK-NOME(WS-IX-CLI-ACHADO) TO WS-NOME-ANTERIOR
               DISPLAY 'NOME ATUAL    : ' TK-NOME(WS-IX-CLI-ACHADO)
               DISPLAY 'NOME NOVO (BRANCO=MANTER): '
               MOVE SPACES TO WS-CAMPO-NOVO
               ACCEPT WS-CAMPO-NOVO
               IF WS-CAMPO-NOVO NOT = SPACES
                   MOVE WS-CAMPO-NOVO TO TK-NOME(WS-IX-CLI-ACHADO)
               END-IF
               DISPLAY 'ENDERECO ATUAL: '
                   TK-ENDERECO(WS-IX-CLI-ACHADO)
               DISPLAY 'ENDERECO NOVO (BRANCO=MANTER): '
               MOVE SPACES TO WS-CAMPO-NOVO
               ACCEPT WS-CAMPO-NOVO
               IF WS-CAMPO-NOVO NOT = SPACES
                   MOVE WS-CAMPO-NOVO TO TK-ENDERECO(WS-IX-CLI-ACHADO)
               END-IF
               DISPLAY 'CIDADE ATUAL  : ' TK-CIDADE(WS-IX-CLI-ACHADO)
               DISPLAY 'CIDADE NOVA (BRANCO=MANTER): '
               MOVE SPACES TO WS-CAMPO-NOVO
               ACCEPT WS-CAMPO-NOVO
               IF WS-CAMPO-NOVO NOT = SPACES
                   MOVE WS-CAMPO-NOVO TO TK-CIDADE(WS-IX-CLI-ACHADO)
               END-IF
               DISPLAY 'UF ATUAL      : ' TK-UF(WS-IX-CLI-ACHADO)
               DISPLAY 'UF NOVA (BRANCO=MANTER): '
               MOVE SPACES TO WS-CAMPO-NOVO
               ACCEPT WS-CAMPO-NOVO
               IF WS-CAMPO-NOVO NOT = SPACES
                   MOVE WS-CAMPO-NOVO TO TK-UF(WS-IX-CLI-ACHADO)
               END-IF
               DISPLAY 'TELEFONE ATUAL: '
                   TK-TELEFONE(WS-IX-CLI-ACHADO)
               DISPLAY 'TELEFONE NOVO (BRANCO=MANTER): '
               MOVE SPACES TO WS-CAMPO-NOVO
               ACCEPT WS-CAMPO-NOVO
               IF WS-CAMPO-NOVO NOT = SPACES
                   MOVE WS-CAMPO-NOVO TO TK-TELEFONE(WS-IX-CLI-ACHADO)
               END-IF
               MOVE 'S' TO WS-HOUVE-MUDANCA
               DISPLAY 'CLIENTE ALTERADO.'
               PERFORM GRAVAR-AUDITORIA-ALTERACAO-PARAG
           END-IF.

      * Cliente inativo nao recebe orcamento novo no PROGG02; nao ha
      * exclusao para os orcamentos antigos nao perderem o cliente.
       MUDAR-SITUACAO-PARAG.
           DISPLAY 'CODIGO DO CLIENTE: '
           ACCEPT WS-COD-ALVO
           PERFORM LOCALIZAR-ALVO-PARAG
           IF WS-IX-CLI-ACHADO = ZERO
               DISPLAY 'CLIENTE NAO CADASTRADO: ' WS-COD-ALVO
           ELSE
               DISPLAY 'SITUACAO ATUAL: '
                   TK-SITUACAO(WS-IX-CLI-ACHADO)
               DISPLAY '(A)TIVAR OU (I)NATIVAR ? '
               ACCEPT WS-CONFIRMA
               EVALUATE WS-CONFIRMA
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'A' TO TK-SITUACAO(WS-IX-CLI-ACHADO)
                       MOVE 'S' TO WS-HOUVE-MUDANCA
                       PERFORM GRAVAR-AUDITORIA-SITUACAO-PARAG
                   WHEN 'I'
                   WHEN 'i'
                       MOVE 'I' TO TK-SITUACAO(WS-IX-CLI-ACHADO)
                       MOVE 'S' TO WS-HOUVE-MUDANCA
                       PERFORM GRAVAR-AUDITORIA-SITUACAO-PARAG
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA. NADA ALTERADO.'
               END-EVALUATE
           END-IF.

       PEDIR-PERIODO-PARAG.
           DISPLAY 'MES INICIAL (AAAAMM, ZERO=TODOS): '
           ACCEPT WS-MES-INICIAL
           DISPLAY 'MES FINAL (AAAAMM, ZERO=TODOS): '
           ACCEPT WS-MES-FINAL
           IF WS-MES-FINAL = ZERO
               MOVE 999999 TO WS-MES-FINAL
           END-IF.

       GRAVAR-RELATORIO-MENSAL-PARAG.
           PERFORM ACUMULAR-MESES-PARAG
           OPEN OUTPUT MONTHLY-REPORT-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR CUSTOMER-MONTHLY.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'ORCADO X ACEITO POR CLIENTE E MES' TO
                   MONTHLY-REPORT-LINE
               WRITE MONTHLY-REPORT-LINE
               IF WS-MES-OVERFLOW = 'S'
                   MOVE '*** TABELA DE MESES CHEIA - INCOMPLETO ***'
                       TO MONTHLY-REPORT-LINE
                   WRITE MONTHLY-REPORT-LINE
               END-IF
               MOVE ZERO TO WS-GER-VALOR-ORC
               MOVE ZERO TO WS-GER-VALOR-ACE
               PERFORM VARYING WS-IX-CLI FROM 1 BY 1
                   UNTIL WS-IX-CLI > WS-QTD-CLIENTES
                   MOVE TK-CODIGO(WS-IX-CLI) TO WS-COD-ALVO
                   MOVE TK-NOME(WS-IX-CLI) TO WS-NOME-ANTERIOR
                   PERFORM GRAVAR-BLOCO-CLIENTE-PARAG
               END-PERFORM
               MOVE SPACES TO WS-COD-ALVO
               MOVE '*** SEM CLIENTE CADASTRADO ***' TO
                   WS-NOME-ANTERIOR
               PERFORM GRAVAR-BLOCO-SOBRAS-PARAG
               MOVE SPACES TO MONTHLY-REPORT-LINE
               STRING 'TOTAL GERAL ORCADO=' WS-GER-VALOR-ORC
                   ' ACEITO=' WS-GER-VALOR-ACE
                   DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
               WRITE MONTHLY-REPORT-LINE
               CLOSE MONTHLY-REPORT-FILE
               DISPLAY 'ORCAMENTOS LIDOS: ' WS-QTD-LIDOS
               DISPLAY 'RELATORIO GRAVADO EM CUSTOMER-MONTHLY.TXT'
           END-IF.

      * O acumulado sai na ordem em que os meses aparecem no arquivo,
      * que e a ordem de numeracao dos orcamentos (cronologica).
       ACUMULAR-MESES-PARAG.
           MOVE ZERO TO WS-QTD-MESES
           MOVE ZERO TO WS-QTD-LIDOS
           MOVE 'N' TO WS-MES-OVERFLOW
           OPEN INPUT QUOTE-HEADER-FILE
           IF WS-QHDR-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO QUOTE-HEADER.DAT. RELATORIO '
                   'SAI VAZIO.'
           ELSE
               PERFORM UNTIL WS-QHDR-STATUS = '10'
                   READ QUOTE-HEADER-FILE
                       AT END
                           MOVE '10' TO WS-QHDR-STATUS
                       NOT AT END
                           COMPUTE WS-MES-ORC = QH-DATA / 100
                           IF WS-MES-ORC >= WS-MES-INICIAL AND
                               WS-MES-ORC <= WS-MES-FINAL
                               ADD 1 TO WS-QTD-LIDOS
                               PERFORM SOMAR-ORCAMENTO-MES-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-HEADER-FILE
           END-IF.

       SOMAR-ORCAMENTO-MES-PARAG.
           MOVE ZERO TO WS-IX-MES-ACHADO
           PERFORM VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES > WS-QTD-MESES
               IF TM-CLIENTE(WS-IX-MES) = QH-CLIENTE AND
                   TM-MES(WS-IX-MES) = WS-MES-ORC
                   MOVE WS-IX-MES TO WS-IX-MES-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-MES-ACHADO = ZERO
               IF WS-QTD-MESES >= 600
                   MOVE 'S' TO WS-MES-OVERFLOW
               ELSE
                   ADD 1 TO WS-QTD-MESES
                   MOVE WS-QTD-MESES TO WS-IX-MES-ACHADO
                   MOVE QH-CLIENTE TO TM-CLIENTE(WS-IX-MES-ACHADO)
                   MOVE WS-MES-ORC TO TM-MES(WS-IX-MES-ACHADO)
                   MOVE ZERO TO TM-QTD-ORC(WS-IX-MES-ACHADO)
                   MOVE ZERO TO TM-VALOR-ORC(WS-IX-MES-ACHADO)
                   MOVE ZERO TO TM-QTD-ACE(WS-IX-MES-ACHADO)
                   MOVE ZERO TO TM-VALOR-ACE(WS-IX-MES-ACHADO)
                   MOVE 'N' TO TM-IMPRESSO(WS-IX-MES-ACHADO)
               END-IF
           END-IF
           IF WS-IX-MES-ACHADO > ZERO
               ADD 1 TO TM-QTD-ORC(WS-IX-MES-ACHADO)
               ADD QH-TOTAL TO TM-VALOR-ORC(WS-IX-MES-ACHADO)
               IF QH-SITUACAO = 'A'
                   ADD 1 TO TM-QTD-ACE(WS-IX-MES-ACHADO)
                   ADD QH-TOTAL TO TM-VALOR-ACE(WS-IX-MES-ACHADO)
               END-IF
           END-IF.

       GRAVAR-BLOCO-CLIENTE-PARAG.
           PERFORM ZERAR-SUBTOTAIS-PARAG
           PERFORM VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES > WS-QTD-MESES
               IF TM-CLIENTE(WS-IX-MES) = WS-COD-ALVO
                   PERFORM GRAVAR-LINHA-MES-PARAG
               END-IF
           END-PERFORM
           PERFORM GRAVAR-SUBTOTAL-CLIENTE-PARAG.

      * Orcamentos anteriores ao cadastro (QH-CLIENTE em branco) ou
      * de codigo que nao esta em CUSTOMER.DAT.
       GRAVAR-BLOCO-SOBRAS-PARAG.
           PERFORM ZERAR-SUBTOTAIS-PARAG
           PERFORM VARYING WS-IX-MES FROM 1 BY 1
               UNTIL WS-IX-MES > WS-QTD-MESES
               IF TM-IMPRESSO(WS-IX-MES) = 'N'
                   PERFORM GRAVAR-LINHA-MES-PARAG
               END-IF
           END-PERFORM
           PERFORM GRAVAR-SUBTOTAL-CLIENTE-PARAG.

       ZERAR-SUBTOTAIS-PARAG.
           MOVE ZERO TO WS-QTD-LINHAS-CLI
           MOVE ZERO TO WS-SUB-QTD-ORC
           MOVE ZERO TO WS-SUB-VALOR-ORC
           MOVE ZERO TO WS-SUB-QTD-ACE
           MOVE ZERO TO WS-SUB-VALOR-ACE.

       GRAVAR-LINHA-MES-PARAG.
           IF WS-QTD-LINHAS-CLI = ZERO
               MOVE SPACES TO MONTHLY-REPORT-LINE
               STRING 'CLIENTE ' WS-COD-ALVO ' ' WS-NOME-ANTERIOR
                   DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
               WRITE MONTHLY-REPORT-LINE
           END-IF
           ADD 1 TO WS-QTD-LINHAS-CLI
           MOVE 'S' TO TM-IMPRESSO(WS-IX-MES)
           ADD TM-QTD-ORC(WS-IX-MES) TO WS-SUB-QTD-ORC
           ADD TM-VALOR-ORC(WS-IX-MES) TO WS-SUB-VALOR-ORC
           ADD TM-QTD-ACE(WS-IX-MES) TO WS-SUB-QTD-ACE
           ADD TM-VALOR-ACE(WS-IX-MES) TO WS-SUB-VALOR-ACE
           MOVE SPACES TO MONTHLY-REPORT-LINE
           IF WS-COD-ALVO = SPACES
               STRING '  ' TM-MES(WS-IX-MES)
                   ' ORC=' TM-QTD-ORC(WS-IX-MES)
                   ' ' TM-VALOR-ORC(WS-IX-MES)
                   ' ACE=' TM-QTD-ACE(WS-IX-MES)
                   ' ' TM-VALOR-ACE(WS-IX-MES)
                   ' ' TM-CLIENTE(WS-IX-MES)
                   DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
           ELSE
               STRING '  ' TM-MES(WS-IX-MES)
                   ' ORC=' TM-QTD-ORC(WS-IX-MES)
                   ' ' TM-VALOR-ORC(WS-IX-MES)
                   ' ACE=' TM-QTD-ACE(WS-IX-MES)
                   ' ' TM-VALOR-ACE(WS-IX-MES)
                   DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
           END-IF
           WRITE MONTHLY-REPORT-LINE.

       GRAVAR-SUBTOTAL-CLIENTE-PARAG.
           IF WS-QTD-LINHAS-CLI > ZERO
               ADD WS-SUB-VALOR-ORC TO WS-GER-VALOR-ORC
               ADD WS-SUB-VALOR-ACE TO WS-GER-VALOR-ACE
               IF WS-SUB-VALOR-ORC > ZERO
                   COMPUTE WS-PCT-ACEITO ROUNDED =
                       WS-SUB-VALOR-ACE * 100 / WS-SUB-VALOR-ORC
               ELSE
                   MOVE ZERO TO WS-PCT-ACEITO
               END-IF
               MOVE SPACES TO MONTHLY-REPORT-LINE
               STRING '  TOTAL  ORC=' WS-SUB-QTD-ORC
                   ' ' WS-SUB-VALOR-ORC
                   ' ACE=' WS-SUB-QTD-ACE
                   ' ' WS-SUB-VALOR-ACE
                   ' ' WS-PCT-ACEITO '%'
                   DELIMITED BY SIZE INTO MONTHLY-REPORT-LINE
               WRITE MONTHLY-REPORT-LINE
           END-IF.

       CARREGAR-CLIENTES-PARAG.
           MOVE ZERO TO WS-QTD-CLIENTES
           MOVE 'N' TO WS-CLI-OVERFLOW
           OPEN INPUT CUSTOMER-FILE
           IF WS-CLI-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO CUSTOMER.DAT. CADASTRO COMECA '
                   'VAZIO.'
           ELSE
               PERFORM UNTIL WS-CLI-STATUS = '10'
                   READ CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CLI-STATUS
                       NOT AT END
                           IF WS-QTD-CLIENTES >= 500
                               MOVE 'S' TO WS-CLI-OVERFLOW
                               DISPLAY 'TABELA DE CLIENTES CHEIA. '
                                   'CLIENTE IGNORADO: ' CU-CODIGO
                           ELSE
                               ADD 1 TO WS-QTD-CLIENTES
                               MOVE CU-CODIGO TO
                                   TK-CODIGO(WS-QTD-CLIENTES)
                               MOVE CU-NOME TO
                                   TK-NOME(WS-QTD-CLIENTES)
                               MOVE CU-ENDERECO TO
                                   TK-ENDERECO(WS-QTD-CLIENTES)
                               MOVE CU-CIDADE TO
                                   TK-CIDADE(WS-QTD-CLIENTES)
                               MOVE CU-UF TO
                                   TK-UF(WS-QTD-CLIENTES)
                               MOVE CU-TELEFONE TO
                                   TK-TELEFONE(WS-QTD-CLIENTES)
                               MOVE CU-SITUACAO TO
                                   TK-SITUACAO(WS-QTD-CLIENTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       REGRAVAR-CLIENTES-PARAG.
           IF WS-CLI-OVERFLOW = 'S'
               DISPLAY 'CUSTOMER.DAT TEM MAIS CLIENTES DO QUE A '
                   'TABELA COMPORTA. ARQUIVO NAO REGRAVADO PARA '
                   'NAO PERDER CLIENTES.'
           ELSE
               OPEN OUTPUT CUSTOMER-FILE
               IF WS-CLI-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR CUSTOMER.DAT: '
                       WS-CLI-STATUS
               ELSE
                   PERFORM VARYING WS-IX-CLI FROM 1 BY 1
                       UNTIL WS-IX-CLI > WS-QTD-CLIENTES
                       MOVE SPACES TO CUSTOMER-RECORD
                       MOVE TK-CODIGO(WS-IX-CLI) TO CU-CODIGO
                       MOVE TK-NOME(WS-IX-CLI) TO CU-NOME
                       MOVE TK-ENDERECO(WS-IX-CLI) TO CU-ENDERECO
                       MOVE TK-CIDADE(WS-IX-CLI) TO CU-CIDADE
                       MOVE TK-UF(WS-IX-CLI) TO CU-UF
                       MOVE TK-TELEFONE(WS-IX-CLI) TO CU-TELEFONE
                       MOVE TK-SITUACAO(WS-IX-CLI) TO CU-SITUACAO
                       WRITE CUSTOMER-RECORD
                   END-PERFORM
                   CLOSE CUSTOMER-FILE
                   DISPLAY 'CUSTOMER.DAT REGRAVADO COM '
                       WS-QTD-CLIENTES ' CLIENTE(S).'
               END-IF
           END-IF.

       GRAVAR-AUDITORIA-INCLUSAO-PARAG.
           PERFORM PREPARAR-AUDITORIA-PARAG
           STRING 'ACAO=INCLUSAO CLIENTE=' WS-COD-ALVO
               ' NOME=' DELIMITED BY SIZE
               TK-NOME(WS-IX-CLI-ACHADO) DELIMITED BY '  '
               INTO AUD-DADOS
           PERFORM FECHAR-AUDITORIA-PARAG.

       GRAVAR-AUDITORIA-ALTERACAO-PARAG.
           PERFORM PREPARAR-AUDITORIA-PARAG
           STRING 'ACAO=ALTERACAO CLIENTE=' WS-COD-ALVO
               ' DE=' DELIMITED BY SIZE
               WS-NOME-ANTERIOR DELIMITED BY '  '
               ' PARA=' DELIMITED BY SIZE
               TK-NOME(WS-IX-CLI-ACHADO) DELIMITED BY '  '
               INTO AUD-DADOS
           PERFORM FECHAR-AUDITORIA-PARAG.

       GRAVAR-AUDITORIA-SITUACAO-PARAG.
           PERFORM PREPARAR-AUDITORIA-PARAG
           STRING 'ACAO=SITUACAO CLIENTE=' WS-COD-ALVO
               ' PARA=' TK-SITUACAO(WS-IX-CLI-ACHADO)
               DELIMITED BY SIZE INTO AUD-DADOS
           PERFORM FECHAR-AUDITORIA-PARAG.

       PREPARAR-AUDITORIA-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE 'PROGG26' TO AUD-PROGRAMA
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
       END PROGRAM PROGG26.
