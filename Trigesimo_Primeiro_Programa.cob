      ******************************************************************
      * Author:
      * Date:
      * Purpose: Vencimento de orcamentos, para a sequencia noturna de
      *          jobs do PROGG00. Todo orcamento pendente ('P') de
      *          QUOTE-HEADER.DAT cuja QH-VALIDADE ja passou vira
      *          vencido ('V') e sai em EXPIRED-QUOTES.TXT com cliente,
      *          telefone e total para o acompanhamento de vendas.
      *          Orcamento antigo sem validade gravada recebe a
      *          validade padrao de 30 dias a partir de QH-DATA.
      *          O aceite tardio de um vencido fica com o PROGG18, que
      *          reprecifica os itens antes de aceitar.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG31.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTE-HEADER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHDR-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.
           SELECT EXPIRED-REPORT-FILE ASSIGN TO "EXPIRED-QUOTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
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
       FD  CUSTOMER-FILE.
           COPY CUSTOMER.
       FD  EXPIRED-REPORT-FILE.
       01  EXPIRED-REPORT-LINE PIC X(80).
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       WORKING-STORAGE SECTION.
       77 WS-QHDR-STATUS    PIC X(02) VALUE SPACES.
       77 WS-CLI-STATUS     PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-PADRAO    PIC 9(03) VALUE 30.
       77 WS-QTD-CABEC      PIC 9(03) VALUE ZERO.
       77 WS-IX-CAB         PIC 9(03) VALUE ZERO.
       77 WS-CAB-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-HOUVE-MUDANCA  PIC X(01) VALUE 'N'.
       77 WS-GRAVACAO-OK    PIC X(01) VALUE 'S'.
       77 WS-QTD-VENCIDOS   PIC 9(03) VALUE ZERO.
       77 WS-QTD-PENDENTES  PIC 9(03) VALUE ZERO.
       77 WS-TOT-VENCIDO    PIC 9(015)V99 VALUE ZEROS.
       77 WS-COD-CLIENTE    PIC X(06) VALUE SPACES.
       77 WS-CLI-NOME       PIC X(30) VALUE SPACES.
       77 WS-CLI-TELEFONE   PIC X(15) VALUE SPACES.
       77 WS-ULTIMO-DIA     PIC 9(02) VALUE ZERO.
       77 WS-BISSEXTO       PIC X(01) VALUE 'N'.
       77 WS-QUOC-4         PIC 9(04) VALUE ZERO.
       77 WS-QUOC-100       PIC 9(04) VALUE ZERO.
       77 WS-QUOC-400       PIC 9(04) VALUE ZERO.
       77 WS-RESTO          PIC 9(04) VALUE ZERO.
       01 WS-DATA-CALC.
           05 WS-DC-ANO     PIC 9(04).
           05 WS-DC-MES     PIC 9(02).
           05 WS-DC-DIA     PIC 9(02).
       01 WS-DIAS-NO-MES.
           05 FILLER        PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-NO-MES-R REDEFINES WS-DIAS-NO-MES.
           05 WS-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.
       01 WS-TABELA-CABEC.
           05 WS-CABEC-ENT OCCURS 500 TIMES.
               10 TC-NUMERO     PIC 9(06).
               10 TC-DATA       PIC 9(08).
               10 TC-OPERADOR   PIC X(08).
               10 TC-TOTAL      PIC 9(013)V99.
               10 TC-SITUACAO   PIC X(01).
               10 TC-CLIENTE    PIC X(06).
               10 TC-VALIDADE   PIC X(08).
               10 TC-VENCEU     PIC X(01).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'VENCIMENTO DE ORCAMENTOS PENDENTES'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-CABECALHOS-PARAG
           IF WS-CAB-OVERFLOW = 'S'
               DISPLAY 'QUOTE-HEADER.DAT TEM MAIS ORCAMENTOS DO QUE A '
                   'TABELA COMPORTA. NENHUM ORCAMENTO VENCIDO PARA '
                   'NAO PERDER ORCAMENTOS.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EXPIRED-REPORT-FILE
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR EXPIRED-QUOTES.TXT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VENCER-ORCAMENTOS-PARAG
                   MOVE 'S' TO WS-GRAVACAO-OK
                   IF WS-HOUVE-MUDANCA = 'S'
                       PERFORM REGRAVAR-CABECALHOS-PARAG
                   END-IF
                   IF WS-GRAVACAO-OK = 'S'
                       PERFORM LISTAR-VENCIDOS-PARAG
                       DISPLAY 'ORCAMENTOS VENCIDOS HOJE: '
                           WS-QTD-VENCIDOS
                           ' PENDENTES NO PRAZO: ' WS-QTD-PENDENTES
                       DISPLAY 'LISTA GRAVADA EM EXPIRED-QUOTES.TXT'
                   ELSE
                       MOVE SPACES TO EXPIRED-REPORT-LINE
                       STRING 'QUOTE-HEADER.DAT NAO REGRAVADO. NENHUM '
                           'ORCAMENTO VENCIDO.'
                           DELIMITED BY SIZE INTO EXPIRED-REPORT-LINE
                       WRITE EXPIRED-REPORT-LINE
                       DISPLAY EXPIRED-REPORT-LINE
                   END-IF
                   CLOSE EXPIRED-REPORT-FILE
               END-IF
           END-IF
           GOBACK.

      * Primeiro so marca os vencidos na tabela. A lista e a
      * auditoria saem depois de QUOTE-HEADER.DAT regravado, para
      * nao anunciar vencimento que nao ficou gravado.
       VENCER-ORCAMENTOS-PARAG.
           MOVE ZERO TO WS-QTD-VENCIDOS
           MOVE ZERO TO WS-QTD-PENDENTES
           MOVE ZERO TO WS-TOT-VENCIDO
           MOVE 'N' TO WS-HOUVE-MUDANCA
           PERFORM VARYING WS-IX-CAB FROM 1 BY 1
               UNTIL WS-IX-CAB > WS-QTD-CABEC
               IF TC-SITUACAO(WS-IX-CAB) = 'P'
                   IF TC-VALIDADE(WS-IX-CAB) NOT NUMERIC
                       PERFORM DEFINIR-VALIDADE-PADRAO-PARAG
                   END-IF
                   IF TC-VALIDADE(WS-IX-CAB) < WS-DATA-HOJE
                       PERFORM VENCER-ORCAMENTO-PARAG
                   ELSE
                       ADD 1 TO WS-QTD-PENDENTES
                   END-IF
               END-IF
           END-PERFORM.

       LISTAR-VENCIDOS-PARAG.
           MOVE SPACES TO EXPIRED-REPORT-LINE
           STRING 'ORCAMENTOS VENCIDOS EM ' WS-DATA-HOJE
               ' - ACOMPANHAMENTO DE VENDAS'
               DELIMITED BY SIZE INTO EXPIRED-REPORT-LINE
           WRITE EXPIRED-REPORT-LINE
           PERFORM VARYING WS-IX-CAB FROM 1 BY 1
               UNTIL WS-IX-CAB > WS-QTD-CABEC
               IF TC-VENCEU(WS-IX-CAB) = 'S'
                   PERFORM LISTAR-VENCIDO-PARAG
               END-IF
           END-PERFORM
           MOVE SPACES TO EXPIRED-REPORT-LINE
           WRITE EXPIRED-REPORT-LINE
           MOVE SPACES TO EXPIRED-REPORT-LINE
           STRING 'VENCIDOS=' WS-QTD-VENCIDOS
               ' VALOR=' WS-TOT-VENCIDO
               ' PENDENTES NO PRAZO=' WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO EXPIRED-REPORT-LINE
           WRITE EXPIRED-REPORT-LINE.

       DEFINIR-VALIDADE-PADRAO-PARAG.
           MOVE TC-DATA(WS-IX-CAB) TO WS-DATA-CALC
           PERFORM WS-DIAS-PADRAO TIMES
               PERFORM AVANCAR-DIA-PARAG
           END-PERFORM
           MOVE WS-DATA-CALC TO TC-VALIDADE(WS-IX-CAB)
           MOVE 'S' TO WS-HOUVE-MUDANCA.

       VENCER-ORCAMENTO-PARAG.
           MOVE 'V' TO TC-SITUACAO(WS-IX-CAB)
           MOVE 'S' TO TC-VENCEU(WS-IX-CAB)
           MOVE 'S' TO WS-HOUVE-MUDANCA
           ADD 1 TO WS-QTD-VENCIDOS
           ADD TC-TOTAL(WS-IX-CAB) TO WS-TOT-VENCIDO.

       LISTAR-VENCIDO-PARAG.
           MOVE TC-CLIENTE(WS-IX-CAB) TO WS-COD-CLIENTE
           PERFORM LOCALIZAR-CLIENTE-PARAG
           MOVE SPACES TO EXPIRED-REPORT-LINE
           STRING 'ORC ' TC-NUMERO(WS-IX-CAB)
               ' DE ' TC-DATA(WS-IX-CAB)
               ' VALIDO ATE ' TC-VALIDADE(WS-IX-CAB)
               ' TOTAL ' TC-TOTAL(WS-IX-CAB)
               DELIMITED BY SIZE INTO EXPIRED-REPORT-LINE
           WRITE EXPIRED-REPORT-LINE
           MOVE SPACES TO EXPIRED-REPORT-LINE
           STRING '  CLIENTE ' WS-COD-CLIENTE ' ' WS-CLI-NOME
               ' FONE ' WS-CLI-TELEFONE
               DELIMITED BY SIZE INTO EXPIRED-REPORT-LINE
           WRITE EXPIRED-REPORT-LINE
           MOVE SPACES TO EXPIRED-REPORT-LINE
           STRING '  VENDEDOR ' TC-OPERADOR(WS-IX-CAB)
               DELIMITED BY SIZE INTO EXPIRED-REPORT-LINE
           WRITE EXPIRED-REPORT-LINE
           DISPLAY 'ORCAMENTO ' TC-NUMERO(WS-IX-CAB)
               ' VENCIDO (VALIDADE ' TC-VALIDADE(WS-IX-CAB) ')'
           PERFORM GRAVAR-AUDITORIA-PARAG.

       LOCALIZAR-CLIENTE-PARAG.
           MOVE SPACES TO WS-CLI-NOME
           MOVE SPACES TO WS-CLI-TELEFONE
           OPEN INPUT CUSTOMER-FILE
           IF WS-CLI-STATUS = '00'
               PERFORM UNTIL WS-CLI-STATUS = '10'
                   READ CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CLI-STATUS
                       NOT AT END
                           IF CU-CODIGO = WS-COD-CLIENTE
                               MOVE CU-NOME TO WS-CLI-NOME
                               MOVE CU-TELEFONE TO WS-CLI-TELEFONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.

       AVANCAR-DIA-PARAG.
           IF WS-DC-MES < 1 OR WS-DC-MES > 12
               MOVE 1 TO WS-DC-MES
           END-IF
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

       CARREGAR-CABECALHOS-PARAG.
           MOVE ZERO TO WS-QTD-CABEC
           MOVE 'N' TO WS-CAB-OVERFLOW
           OPEN INPUT QUOTE-HEADER-FILE
           IF WS-QHDR-STATUS = '00'
               PERFORM UNTIL WS-QHDR-STATUS = '10'
                   READ QUOTE-HEADER-FILE
                       AT END
                           MOVE '10' TO WS-QHDR-STATUS
                       NOT AT END
                           IF WS-QTD-CABEC >= 500
                               MOVE 'S' TO WS-CAB-OVERFLOW
                           ELSE
                               ADD 1 TO WS-QTD-CABEC
                               MOVE QH-NUMERO TO
                                   TC-NUMERO(WS-QTD-CABEC)
                               MOVE QH-DATA TO
                                   TC-DATA(WS-QTD-CABEC)
                               MOVE QH-OPERADOR TO
                                   TC-OPERADOR(WS-QTD-CABEC)
                               MOVE QH-TOTAL TO
                                   TC-TOTAL(WS-QTD-CABEC)
                               MOVE QH-SITUACAO TO
                                   TC-SITUACAO(WS-QTD-CABEC)
                               MOVE QH-CLIENTE TO
                                   TC-CLIENTE(WS-QTD-CABEC)
                               MOVE QH-VALIDADE TO
                                   TC-VALIDADE(WS-QTD-CABEC)
                               MOVE 'N' TO TC-VENCEU(WS-QTD-CABEC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-HEADER-FILE
           END-IF.

       REGRAVAR-CABECALHOS-PARAG.
           OPEN OUTPUT QUOTE-HEADER-FILE
           IF WS-QHDR-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR QUOTE-HEADER.DAT: '
                   WS-QHDR-STATUS
               MOVE 'N' TO WS-GRAVACAO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IX-CAB FROM 1 BY 1
                   UNTIL WS-IX-CAB > WS-QTD-CABEC
                   OR WS-GRAVACAO-OK = 'N'
                   MOVE SPACES TO QUOTE-HEADER-RECORD
                   MOVE TC-NUMERO(WS-IX-CAB) TO QH-NUMERO
                   MOVE TC-DATA(WS-IX-CAB) TO QH-DATA
                   MOVE TC-OPERADOR(WS-IX-CAB) TO QH-OPERADOR
                   MOVE TC-TOTAL(WS-IX-CAB) TO QH-TOTAL
                   MOVE TC-SITUACAO(WS-IX-CAB) TO QH-SITUACAO
                   MOVE TC-CLIENTE(WS-IX-CAB) TO QH-CLIENTE
                   MOVE TC-VALIDADE(WS-IX-CAB) TO QH-VALIDADE
                   WRITE QUOTE-HEADER-RECORD
                   IF WS-QHDR-STATUS NOT = '00'
                       DISPLAY 'ERRO AO REGRAVAR QUOTE-HEADER.DAT: '
                           WS-QHDR-STATUS
                       MOVE 'N' TO WS-GRAVACAO-OK
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-PERFORM
               CLOSE QUOTE-HEADER-FILE
           END-IF.

       GRAVAR-AUDITORIA-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE 'PROGG31' TO AUD-PROGRAMA
           MOVE WS-OPERADOR TO AUD-OPERADOR
           STRING 'ORCAMENTO=' TC-NUMERO(WS-IX-CAB)
               ' SITUACAO=V VALIDADE=' TC-VALIDADE(WS-IX-CAB)
               DELIMITED BY SIZE INTO AUD-DADOS
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
       END PROGRAM PROGG31.
