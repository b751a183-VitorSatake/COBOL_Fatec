      *          de controle com a contagem movida, confere a contagem
      *          relendo o arquivo e so entao exclui os registros do
      *          arquivo vivo, que passa a carregar apenas o periodo
      *          corrente. Em divergencia nada e excluido. Cada
      *          fechamento conferido entra no indice CLOSED-TERMS.DAT,
      *          por onde a auditoria de formatura acha os arquivos.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT CLOSED-TERMS-FILE ASSIGN TO "CLOSED-TERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           COPY STUDENT REPLACING ==:PREFIX:== BY ==SG==.
       FD  TERM-ARCHIVE-FILE.
       01  TERM-ARCHIVE-LINE  PIC X(80).
       FD  CLOSED-TERMS-FILE.
           COPY TERMCLOS.
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY STUDENT REPLACING ==:PREFIX:== BY ==WRK==.
       77 WS-SG-STATUS      PIC X(02) VALUE SPACES.
       77 WS-ARQ-STATUS     PIC X(02) VALUE SPACES.
       77 WS-IDX-STATUS     PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
                   IF WS-QTD-DEPOIS = WS-QTD-ESPERADA AND
                       NOT GRAVACAO-FALHOU
                       PERFORM EXCLUIR-PERIODO-PARAG
                       PERFORM GRAVAR-INDICE-PARAG
                       PERFORM GRAVAR-AUDITORIA-PARAG
                       DISPLAY 'ARQUIVADOS ' WS-QTD-MOVIDAS
                           ' REGISTROS EM ' WS-NOME-ARQUIVO
                   ADD 1 TO WS-QTD-EXCLUIDAS
           END-DELETE.

       GRAVAR-INDICE-PARAG.
           OPEN EXTEND CLOSED-TERMS-FILE
           IF WS-IDX-STATUS = '35'
               OPEN OUTPUT CLOSED-TERMS-FILE
           END-IF
           MOVE SPACES TO CLOSED-TERM-RECORD
           MOVE WS-TERM-PEDIDO TO CT-TERM
           MOVE WS-DATA-HOJE TO CT-DATA
           MOVE WS-QTD-MOVIDAS TO CT-QTD
           MOVE WS-OPERADOR TO CT-OPERADOR
           WRITE CLOSED-TERM-RECORD
           IF WS-IDX-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR CLOSED-TERMS.DAT: STATUS '
                   WS-IDX-STATUS
           END-IF
           CLOSE CLOSED-TERMS-FILE.

       GRAVAR-AUDITORIA-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
