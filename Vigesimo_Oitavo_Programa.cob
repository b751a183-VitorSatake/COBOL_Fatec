      ******************************************************************
      * Author:
      * Date:
      * Purpose: Acompanhamento das ordens de producao abertas
      *          (WORK-ORDER.DAT). Para cada ordem ainda aberta conta
      *          em CUTLIST.DAT as pecas ja cortadas e as pendentes e
      *          lista as pendentes com item do orcamento, material e
      *          medida. Relatorio em WORKORDER-STATUS.TXT; roda igual
      *          na sequencia de jobs do PROGG00.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG28.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-ORDER-FILE ASSIGN TO "WORK-ORDER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT CUT-LIST-FILE ASSIGN TO "CUTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLI-STATUS.
           SELECT STATUS-REPORT-FILE ASSIGN TO "WORKORDER-STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORK-ORDER-FILE.
           COPY WORKORD.
       FD  CUT-LIST-FILE.
           COPY CUTLIST.
       FD  CUSTOMER-FILE.
           COPY CUSTOMER.
       FD  STATUS-REPORT-FILE.
       01  STATUS-REPORT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77 WS-WO-STATUS      PIC X(02) VALUE SPACES.
       77 WS-CUT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-CLI-STATUS     PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-COD-CLIENTE    PIC X(06) VALUE SPACES.
       77 WS-CLI-NOME       PIC X(30) VALUE SPACES.
       77 WS-QTD-CORTE      PIC 9(03) VALUE ZERO.
       77 WS-IX-CORTE       PIC 9(03) VALUE ZERO.
       77 WS-CORTE-OVERFLOW PIC X(01) VALUE 'N'.
       77 WS-PECAS-ORDEM    PIC 9(03) VALUE ZERO.
       77 WS-CORTADAS-ORDEM PIC 9(03) VALUE ZERO.
       77 WS-PENDENTES-ORDEM PIC 9(03) VALUE ZERO.
       77 WS-QTD-ABERTAS    PIC 9(05) VALUE ZERO.
       77 WS-TOT-CORTADAS   PIC 9(05) VALUE ZERO.
       77 WS-TOT-PENDENTES  PIC 9(05) VALUE ZERO.
       01 WS-TABELA-CORTE.
           05 WS-CORTE-ENT OCCURS 500 TIMES.
               10 TK-LARGURA    PIC 9(03).
               10 TK-ALTURA     PIC 9(03).
               10 TK-ORDEM      PIC 9(06).
               10 TK-SEQ        PIC 9(03).
               10 TK-CODIGO     PIC X(06).
               10 TK-SITUACAO   PIC X(01).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'ACOMPANHAMENTO DE ORDENS DE PRODUCAO'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGAR-LISTA-CORTE-PARAG
           IF WS-CORTE-OVERFLOW = 'S'
               DISPLAY 'ATENCAO: CUTLIST.DAT MAIOR QUE A TABELA. '
                   'CONTAGEM DE PECAS INCOMPLETA.'
           END-IF
           OPEN INPUT WORK-ORDER-FILE
           IF WS-WO-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO WORK-ORDER.DAT. NENHUMA ORDEM DE '
                   'PRODUCAO ABERTA.'
           ELSE
               OPEN OUTPUT STATUS-REPORT-FILE
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR '
                       'WORKORDER-STATUS.TXT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GRAVAR-RELATORIO-PARAG
                   CLOSE STATUS-REPORT-FILE
                   DISPLAY 'RELATORIO GRAVADO EM WORKORDER-STATUS.TXT'
               END-IF
               CLOSE WORK-ORDER-FILE
           END-IF
           GOBACK.

       GRAVAR-RELATORIO-PARAG.
           MOVE ZERO TO WS-QTD-ABERTAS
           MOVE ZERO TO WS-TOT-CORTADAS
           MOVE ZERO TO WS-TOT-PENDENTES
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING 'ORDENS DE PRODUCAO ABERTAS EM ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           PERFORM UNTIL WS-WO-STATUS = '10'
               READ WORK-ORDER-FILE
                   AT END
                       MOVE '10' TO WS-WO-STATUS
                   NOT AT END
                       IF WO-SITUACAO = 'A'
                           PERFORM GRAVAR-ORDEM-PARAG
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING 'ORDENS ABERTAS=' WS-QTD-ABERTAS
               ' PECAS CORTADAS=' WS-TOT-CORTADAS
               ' PENDENTES=' WS-TOT-PENDENTES
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           DISPLAY 'ORDENS ABERTAS: ' WS-QTD-ABERTAS
               ' PECAS PENDENTES: ' WS-TOT-PENDENTES.

       GRAVAR-ORDEM-PARAG.
           ADD 1 TO WS-QTD-ABERTAS
           MOVE WO-CLIENTE TO WS-COD-CLIENTE
           PERFORM LOCALIZAR-CLIENTE-PARAG
           MOVE ZERO TO WS-PECAS-ORDEM
           MOVE ZERO TO WS-CORTADAS-ORDEM
           PERFORM VARYING WS-IX-CORTE FROM 1 BY 1
               UNTIL WS-IX-CORTE > WS-QTD-CORTE
               IF TK-ORDEM(WS-IX-CORTE) = WO-NUMERO
                   ADD 1 TO WS-PECAS-ORDEM
                   IF TK-SITUACAO(WS-IX-CORTE) = 'C'
                       ADD 1 TO WS-CORTADAS-ORDEM
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-PENDENTES-ORDEM =
               WS-PECAS-ORDEM - WS-CORTADAS-ORDEM
           ADD WS-CORTADAS-ORDEM TO WS-TOT-CORTADAS
           ADD WS-PENDENTES-ORDEM TO WS-TOT-PENDENTES
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING 'OS ' WO-NUMERO
               ' ORC ' WO-ORCAMENTO
               ' DE ' WO-DATA
               ' CLIENTE ' WO-CLIENTE ' ' WS-CLI-NOME
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           MOVE SPACES TO STATUS-REPORT-LINE
           STRING '  PECAS=' WS-PECAS-ORDEM
               ' CORTADAS=' WS-CORTADAS-ORDEM
               ' PENDENTES=' WS-PENDENTES-ORDEM
               DELIMITED BY SIZE INTO STATUS-REPORT-LINE
           WRITE STATUS-REPORT-LINE
           DISPLAY 'OS ' WO-NUMERO ' ORCAMENTO ' WO-ORCAMENTO
               ' CORTADAS ' WS-CORTADAS-ORDEM
               ' PENDENTES ' WS-PENDENTES-ORDEM
           PERFORM VARYING WS-IX-CORTE FROM 1 BY 1
               UNTIL WS-IX-CORTE > WS-QTD-CORTE
               IF TK-ORDEM(WS-IX-CORTE) = WO-NUMERO AND
                   TK-SITUACAO(WS-IX-CORTE) NOT = 'C'
                   MOVE SPACES TO STATUS-REPORT-LINE
                   STRING '    PENDENTE ITEM ' TK-SEQ(WS-IX-CORTE)
                       ' MATERIAL ' TK-CODIGO(WS-IX-CORTE)
                       ' ' TK-LARGURA(WS-IX-CORTE)
                       'X' TK-ALTURA(WS-IX-CORTE) ' CM'
                       DELIMITED BY SIZE INTO STATUS-REPORT-LINE
                   WRITE STATUS-REPORT-LINE
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
                           IF CL-ORDEM NUMERIC
                               IF WS-QTD-CORTE >= 500
                                   MOVE 'S' TO WS-CORTE-OVERFLOW
                               ELSE
                                   ADD 1 TO WS-QTD-CORTE
                                   MOVE CL-LARGURA TO
                                       TK-LARGURA(WS-QTD-CORTE)
                                   MOVE CL-ALTURA TO
                                       TK-ALTURA(WS-QTD-CORTE)
                                   MOVE CL-ORDEM TO
                                       TK-ORDEM(WS-QTD-CORTE)
                                   MOVE CL-SEQ TO
                                       TK-SEQ(WS-QTD-CORTE)
                                   MOVE CL-CODIGO TO
                                       TK-CODIGO(WS-QTD-CORTE)
                                   MOVE CL-SITUACAO TO
                                       TK-SITUACAO(WS-QTD-CORTE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUT-LIST-FILE
           END-IF.

       LOCALIZAR-CLIENTE-PARAG.
           MOVE SPACES TO WS-CLI-NOME
           OPEN INPUT CUSTOMER-FILE
           IF WS-CLI-STATUS = '00'
               PERFORM UNTIL WS-CLI-STATUS = '10'
                   READ CUSTOMER-FILE
                       AT END
                           MOVE '10' TO WS-CLI-STATUS
                       NOT AT END
                           IF CU-CODIGO = WS-COD-CLIENTE
                               MOVE CU-NOME TO WS-CLI-NOME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.
       END PROGRAM PROGG28.
