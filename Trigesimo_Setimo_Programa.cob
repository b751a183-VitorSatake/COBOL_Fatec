      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacao noturna de integridade entre arquivos.
      *          Confere as ligacoes que so a disciplina dos programas
      *          mantem: notas sem aluno em STUDENT-MASTER.DAT ou sem
      *          linha em ENROLLMENT.DAT, itens de orcamento sem
      *          cabecalho, movimentos e retalhos de material que nao
      *          existe em MATERIAL-STOCK.DAT, crachas do log de
      *          entrada sem cadastro em PERSON-MASTER.DAT, presencas
      *          sem aula ou sem aluno, notas de avaliacao sem aluno,
      *          curriculos com aluno ou materia desconhecidos e
      *          folhas e correcoes de ponto sem cadastro. Repete
      *          MATERIAL-MOVES.DAT (E e A somam, S e Q subtraem) para
      *          recalcular cada MS-SALDO e comparar com o gravado, e
      *          confere a sequencia de MV-SALDO-APOS de cada material.
      *          Grava INTEGRITY-CHECK.TXT com as excecoes e a contagem
      *          por verificacao. Havendo excecao termina com
      *          RETURN-CODE 8, o que para a sequencia de jobs do
      *          PROGG00 (JS-MODO 'I').
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG37.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-SG-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EN-STATUS.
           SELECT SUBJECT-CATALOG-FILE ASSIGN TO "SUBJECT-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SC-STATUS.
           SELECT CLASS-SESSION-FILE ASSIGN TO "CLASS-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CS-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AT-STATUS.
           SELECT ASSESSMENT-FILE ASSIGN TO "ASSESSMENT-MARKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AM-STATUS.
           SELECT CURRICULUM-FILE ASSIGN TO "CURRICULUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CU-STATUS.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTE-HEADER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QH-STATUS.
           SELECT QUOTE-ITEMS-FILE ASSIGN TO "QUOTE-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QI-STATUS.
           SELECT MATERIAL-STOCK-FILE ASSIGN TO "MATERIAL-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.
           SELECT MATERIAL-MOVES-FILE ASSIGN TO "MATERIAL-MOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT REMNANT-FILE ASSIGN TO "REMNANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSON-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT SIGNIN-LOG-FILE ASSIGN TO "SIGNIN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOL-STATUS.
           SELECT PUNCH-CORRECTION-FILE ASSIGN TO
               "PUNCH-CORRECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO
               "INTEGRITY-CHECK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT JOB-STEP-FILE ASSIGN TO "PROGG00-JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GRADES-FILE.
           COPY STUDENT REPLACING ==:PREFIX:== BY ==SG==.
       FD  STUDENT-MASTER-FILE.
           COPY STUDMST.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  SUBJECT-CATALOG-FILE.
           COPY SUBJCAT.
       FD  CLASS-SESSION-FILE.
           COPY CLASSES.
       FD  ATTENDANCE-FILE.
           COPY ATTEND.
       FD  ASSESSMENT-FILE.
           COPY ASSESS.
       FD  CURRICULUM-FILE.
           COPY CURRIC.
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.
       FD  QUOTE-ITEMS-FILE.
           COPY QUOTEITM.
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
           05 FILLER         PIC X(01).
           05 MS-CUSTO-MEDIO PIC 9(05)V9(06).
       FD  MATERIAL-MOVES-FILE.
           COPY MATMOVE.
       FD  REMNANT-FILE.
           COPY REMNANT.
       FD  PERSON-MASTER-FILE.
           COPY PERSON.
       FD  SIGNIN-LOG-FILE.
           COPY SIGNLOG.
       FD  TIMESHEET-FILE.
           COPY TIMESHT.
       FD  PUNCH-CORRECTION-FILE.
           COPY PUNCHCOR.
       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE PIC X(80).
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       WORKING-STORAGE SECTION.
       77 WS-SG-STATUS      PIC X(02) VALUE SPACES.
       77 WS-SM-STATUS      PIC X(02) VALUE SPACES.
       77 WS-EN-STATUS      PIC X(02) VALUE SPACES.
       77 WS-SC-STATUS      PIC X(02) VALUE SPACES.
       77 WS-CS-STATUS      PIC X(02) VALUE SPACES.
       77 WS-AT-STATUS      PIC X(02) VALUE SPACES.
       77 WS-AM-STATUS      PIC X(02) VALUE SPACES.
       77 WS-CU-STATUS      PIC X(02) VALUE SPACES.
       77 WS-QH-STATUS      PIC X(02) VALUE SPACES.
       77 WS-QI-STATUS      PIC X(02) VALUE SPACES.
       77 WS-EST-STATUS     PIC X(02) VALUE SPACES.
       77 WS-MOV-STATUS     PIC X(02) VALUE SPACES.
       77 WS-RET-STATUS     PIC X(02) VALUE SPACES.
       77 WS-PESSOA-STATUS  PIC X(02) VALUE SPACES.
       77 WS-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WS-FOL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-COR-STATUS     PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA     PIC 9(08) VALUE ZEROS.
       77 WS-NUM-VERIF      PIC 9(02) VALUE ZERO.
       77 WS-IX-VERIF       PIC 9(02) VALUE ZERO.
       77 WS-DETALHE        PIC X(66) VALUE SPACES.
       77 WS-TOTAL-EXCECOES PIC 9(07) VALUE ZERO.
       77 WS-QTD-REG-LIDOS  PIC 9(07) VALUE ZERO.
       77 WS-ACHADO         PIC X(01) VALUE 'N'.
       77 WS-ID-BUSCA       PIC X(10) VALUE SPACES.
       77 WS-CRACHA-BUSCA   PIC X(06) VALUE SPACES.
       77 WS-CODIGO-BUSCA   PIC X(06) VALUE SPACES.
       77 WS-QTD-ALUNOS     PIC 9(04) VALUE ZERO.
       77 WS-IX-ALU         PIC 9(04) VALUE ZERO.
       77 WS-QTD-MATRIC     PIC 9(04) VALUE ZERO.
       77 WS-IX-MAT         PIC 9(04) VALUE ZERO.
       77 WS-QTD-CATALOGO   PIC 9(03) VALUE ZERO.
       77 WS-IX-CAT         PIC 9(03) VALUE ZERO.
       77 WS-QTD-AULAS      PIC 9(04) VALUE ZERO.
       77 WS-IX-AULA        PIC 9(04) VALUE ZERO.
       77 WS-QTD-ORCAMENTOS PIC 9(04) VALUE ZERO.
       77 WS-IX-ORC         PIC 9(04) VALUE ZERO.
       77 WS-QTD-MATERIAIS  PIC 9(03) VALUE ZERO.
       77 WS-IX-EST         PIC 9(03) VALUE ZERO.
       77 WS-IX-EST-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-QTD-PESSOAS    PIC 9(04) VALUE ZERO.
       77 WS-IX-PES         PIC 9(04) VALUE ZERO.
       77 WS-QTD-SEM-MOV    PIC 9(03) VALUE ZERO.
       77 WS-SALDO-ANTES    PIC S9(11)V99 VALUE ZERO.
       77 WS-SALDO-ESPERADO PIC S9(11)V99 VALUE ZERO.
       77 WS-EFEITO         PIC S9(11)V99 VALUE ZERO.
       77 WS-SALDO-EXIBIR   PIC 9(11)V99 VALUE ZERO.
       77 WS-SINAL          PIC X(01) VALUE SPACE.
       01 WS-CHAVE-MATRICULA.
           05 WK-ID          PIC X(10).
           05 WK-MATERIA     PIC X(15).
           05 WK-TERM        PIC X(10).
       01 WS-CHAVE-AULA.
           05 WA-MATERIA     PIC X(15).
           05 WA-TERM        PIC X(10).
           05 WA-DATA        PIC 9(08).
      * Verificacoes feitas, na ordem do relatorio.
       01 WS-DESCRICOES-VERIF.
           05 FILLER PIC X(40)
               VALUE 'NOTA SEM ALUNO EM STUDENT-MASTER'.
           05 FILLER PIC X(40)
               VALUE 'NOTA SEM LINHA EM ENROLLMENT'.
           05 FILLER PIC X(40)
               VALUE 'ITEM DE ORCAMENTO SEM CABECALHO'.
           05 FILLER PIC X(40)
               VALUE 'MOVIMENTO DE MATERIAL DESCONHECIDO'.
           05 FILLER PIC X(40)
               VALUE 'MOVIMENTO COM TIPO INVALIDO'.
           05 FILLER PIC X(40)
               VALUE 'RETALHO DE MATERIAL DESCONHECIDO'.
           05 FILLER PIC X(40)
               VALUE 'CRACHA DO LOG SEM CADASTRO'.
           05 FILLER PIC X(40)
               VALUE 'SALDO GRAVADO DIFERENTE DA REPETICAO'.
           05 FILLER PIC X(40)
               VALUE 'QUEBRA NA SEQUENCIA DE SALDOS'.
           05 FILLER PIC X(40)
               VALUE 'PRESENCA SEM AULA REGISTRADA'.
           05 FILLER PIC X(40)
               VALUE 'PRESENCA SEM ALUNO EM STUDENT-MASTER'.
           05 FILLER PIC X(40)
               VALUE 'NOTA DE AVALIACAO SEM ALUNO'.
           05 FILLER PIC X(40)
               VALUE 'CURRICULO COM ALUNO DESCONHECIDO'.
           05 FILLER PIC X(40)
               VALUE 'CURRICULO COM MATERIA FORA DO CATALOGO'.
           05 FILLER PIC X(40)
               VALUE 'PONTO APROVADO/CORRIGIDO SEM CADASTRO'.
           05 FILLER PIC X(40)
               VALUE 'TABELA CHEIA - VERIFICACAO INCOMPLETA'.
       01 WS-DESCRICOES-VERIF-R REDEFINES WS-DESCRICOES-VERIF.
           05 WS-DESCRICAO-VERIF PIC X(40) OCCURS 16 TIMES.
       01 WS-CONTAGEM-VERIF.
           05 WS-QTD-VERIF  PIC 9(05) OCCURS 16 TIMES.
       01 WS-TABELA-ALUNOS.
           05 WS-ALUNO-ENT OCCURS 2000 TIMES.
               10 TAL-ID         PIC X(10).
       01 WS-TABELA-MATRICULAS.
           05 WS-MATRICULA-ENT OCCURS 5000 TIMES.
               10 TMT-CHAVE      PIC X(35).
       01 WS-TABELA-CATALOGO.
           05 WS-CATALOGO-ENT OCCURS 300 TIMES.
               10 TCA-MATERIA    PIC X(15).
       01 WS-TABELA-AULAS.
           05 WS-AULA-ENT OCCURS 3000 TIMES.
               10 TAU-CHAVE      PIC X(33).
       01 WS-TABELA-ORCAMENTOS.
           05 WS-ORCAMENTO-ENT OCCURS 5000 TIMES.
               10 TOR-NUMERO     PIC 9(06).
       01 WS-TABELA-ESTOQUE.
           05 WS-ESTOQUE-ENT OCCURS 500 TIMES.
               10 TES-CODIGO     PIC X(06).
               10 TES-SALDO      PIC 9(09)V99.
               10 TES-TEM-MOV    PIC X(01).
               10 TES-SALDO-REP  PIC S9(11)V99.
               10 TES-ULT-SALDO  PIC 9(09)V99.
               10 TES-QTD-MOV    PIC 9(05).
       01 WS-TABELA-PESSOAS.
           05 WS-PESSOA-ENT OCCURS 1000 TIMES.
               10 TPE-CRACHA     PIC X(06).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'VERIFICACAO DE INTEGRIDADE DOS ARQUIVOS'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO = 'S' AND WS-MODO NOT = 'I' AND
               WS-MODO NOT = 'i'
               DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG37: ' WS-MODO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VERIFICAR-INTEGRIDADE-PARAG
           END-IF
           GOBACK.

       VERIFICAR-INTEGRIDADE-PARAG.
           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR INTEGRITY-CHECK.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO WS-CONTAGEM-VERIF
               MOVE ZERO TO WS-TOTAL-EXCECOES
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING 'VERIFICACAO DE INTEGRIDADE ' WS-DATA-HOJE ' '
                   WS-HORA-AGORA(1:4)
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
               PERFORM GRAVAR-SEPARADOR-PARAG
               PERFORM CARREGAR-ALUNOS-PARAG
               PERFORM CARREGAR-MATRICULAS-PARAG
               PERFORM CARREGAR-CATALOGO-PARAG
               PERFORM CARREGAR-AULAS-PARAG
               PERFORM CARREGAR-ORCAMENTOS-PARAG
               PERFORM CARREGAR-ESTOQUE-PARAG
               PERFORM CARREGAR-PESSOAS-PARAG
               PERFORM VERIFICAR-NOTAS-PARAG
               PERFORM VERIFICAR-ITENS-ORCAMENTO-PARAG
               PERFORM VERIFICAR-MOVIMENTOS-PARAG
               PERFORM VERIFICAR-SALDOS-PARAG
               PERFORM VERIFICAR-RETALHOS-PARAG
               PERFORM VERIFICAR-LOG-ENTRADA-PARAG
               PERFORM VERIFICAR-PRESENCAS-PARAG
               PERFORM VERIFICAR-AVALIACOES-PARAG
               PERFORM VERIFICAR-CURRICULO-PARAG
               PERFORM VERIFICAR-PONTO-PARAG
               PERFORM GRAVAR-RESUMO-PARAG
               CLOSE INTEGRITY-REPORT-FILE
               DISPLAY 'RELATORIO GRAVADO EM INTEGRITY-CHECK.TXT'
               DISPLAY 'EXCECOES ENCONTRADAS: ' WS-TOTAL-EXCECOES
               IF WS-TOTAL-EXCECOES > ZERO
                   DISPLAY 'DADOS INCONSISTENTES. RETURN-CODE 8.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * Grava uma excecao da verificacao WS-NUM-VERIF com o texto de
      * WS-DETALHE e soma na contagem da verificacao.
       REGISTRAR-EXCECAO-PARAG.
           ADD 1 TO WS-QTD-VERIF(WS-NUM-VERIF)
           ADD 1 TO WS-TOTAL-EXCECOES
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING WS-NUM-VERIF ' ' WS-DETALHE
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

       REGISTRAR-TABELA-CHEIA-PARAG.
           MOVE 16 TO WS-NUM-VERIF
           PERFORM REGISTRAR-EXCECAO-PARAG.

       GRAVAR-SEPARADOR-PARAG.
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING '----------------------------------------------'
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE.

       GRAVAR-RESUMO-PARAG.
           PERFORM GRAVAR-SEPARADOR-PARAG
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING 'RESUMO POR VERIFICACAO'
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           PERFORM VARYING WS-IX-VERIF FROM 1 BY 1
               UNTIL WS-IX-VERIF > 16
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING WS-IX-VERIF ' ' WS-DESCRICAO-VERIF(WS-IX-VERIF)
                   ' EXCECOES=' WS-QTD-VERIF(WS-IX-VERIF)
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           STRING 'MATERIAIS SEM MOVIMENTO (NAO REPETIDOS): '
               WS-QTD-SEM-MOV
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           WRITE INTEGRITY-REPORT-LINE
           MOVE SPACES TO INTEGRITY-REPORT-LINE
           IF WS-TOTAL-EXCECOES = ZERO
               STRING 'TOTAL DE EXCECOES: ' WS-TOTAL-EXCECOES
                   '  VEREDICTO: OK'
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           ELSE
               STRING 'TOTAL DE EXCECOES: ' WS-TOTAL-EXCECOES
                   '  VEREDICTO: DADOS INCONSISTENTES'
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
           END-IF
           WRITE INTEGRITY-REPORT-LINE.

      ******************************************************************
      * Cargas das chaves de referencia.
      ******************************************************************
       CARREGAR-ALUNOS-PARAG.
           MOVE ZERO TO WS-QTD-ALUNOS
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-SM-STATUS = '00'
               PERFORM UNTIL WS-SM-STATUS = '10'
                   READ STUDENT-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-SM-STATUS
                       NOT AT END
                           IF WS-QTD-ALUNOS < 2000
                               ADD 1 TO WS-QTD-ALUNOS
                               MOVE SM-ID TO TAL-ID(WS-QTD-ALUNOS)
                           ELSE
                               MOVE SPACES TO WS-DETALHE
                               STRING 'STUDENT-MASTER.DAT: ALUNO '
                                   SM-ID ' NAO CARREGADO'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-TABELA-CHEIA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       CARREGAR-MATRICULAS-PARAG.
           MOVE ZERO TO WS-QTD-MATRIC
           OPEN INPUT ENROLLMENT-FILE
           IF WS-EN-STATUS = '00'
               PERFORM UNTIL WS-EN-STATUS = '10'
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE '10' TO WS-EN-STATUS
                       NOT AT END
                           IF WS-QTD-MATRIC < 5000
                               ADD 1 TO WS-QTD-MATRIC
                               MOVE EN-ID TO WK-ID
                               MOVE EN-MATERIA TO WK-MATERIA
                               MOVE EN-TERM TO WK-TERM
                               MOVE WS-CHAVE-MATRICULA TO
                                   TMT-CHAVE(WS-QTD-MATRIC)
                           ELSE
                               MOVE SPACES TO WS-DETALHE
                               STRING 'ENROLLMENT.DAT: MATRICULA '
                                   EN-ID ' NAO CARREGADA'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-TABELA-CHEIA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

       CARREGAR-CATALOGO-PARAG.
           MOVE ZERO TO WS-QTD-CATALOGO
           OPEN INPUT SUBJECT-CATALOG-FILE
           IF WS-SC-STATUS = '00'
               PERFORM UNTIL WS-SC-STATUS = '10'
                   READ SUBJECT-CATALOG-FILE
                       AT END
                           MOVE '10' TO WS-SC-STATUS
                       NOT AT END
                           IF WS-QTD-CATALOGO < 300
                               ADD 1 TO WS-QTD-CATALOGO
                               MOVE SC-MATERIA TO
                                   TCA-MATERIA(WS-QTD-CATALOGO)
                           ELSE
                               MOVE SPACES TO WS-DETALHE
                               STRING 'SUBJECT-CATALOG.DAT: MATERIA '
                                   SC-MATERIA ' NAO CARREGADA'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-TABELA-CHEIA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-CATALOG-FILE
           END-IF.

       CARREGAR-AULAS-PARAG.
           MOVE ZERO TO WS-QTD-AULAS
           OPEN INPUT CLASS-SESSION-FILE
           IF WS-CS-STATUS = '00'
               PERFORM UNTIL WS-CS-STATUS = '10'
                   READ CLASS-SESSION-FILE
                       AT END
                           MOVE '10' TO WS-CS-STATUS
                       NOT AT END
                           IF WS-QTD-AULAS < 3000
                               ADD 1 TO WS-QTD-AULAS
                               MOVE CS-MATERIA TO WA-MATERIA
                               MOVE CS-TERM TO WA-TERM
                               MOVE CS-DATA TO WA-DATA
                               MOVE WS-CHAVE-AULA TO
                                   TAU-CHAVE(WS-QTD-AULAS)
                           ELSE
                               MOVE SPACES TO WS-DETALHE
                               STRING 'CLASS-SESSION.DAT: AULA '
                                   CS-MATERIA ' ' CS-DATA
                                   ' NAO CARREGADA'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-TABELA-CHEIA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-SESSION-FILE
           END-IF.

       CARREGAR-ORCAMENTOS-PARAG.
           MOVE ZERO TO WS-QTD-ORCAMENTOS
           OPEN INPUT QUOTE-HEADER-FILE
           IF WS-QH-STATUS = '00'
               PERFORM UNTIL WS-QH-STATUS = '10'
                   READ QUOTE-HEADER-FILE
                       AT END
                           MOVE '10' TO WS-QH-STATUS
                       NOT AT END
                           IF WS-QTD-ORCAMENTOS < 5000
                               ADD 1 TO WS-QTD-ORCAMENTOS
                               MOVE QH-NUMERO TO
                                   TOR-NUMERO(WS-QTD-ORCAMENTOS)
                           ELSE
                               MOVE SPACES TO WS-DETALHE
                               STRING 'QUOTE-HEADER.DAT: ORCAMENTO '
                                   QH-NUMERO ' NAO CARREGADO'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-TABELA-CHEIA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-HEADER-FILE
           END-IF.

       CARREGAR-ESTOQUE-PARAG.
           MOVE ZERO TO WS-QTD-MATERIAIS
           OPEN INPUT MATERIAL-STOCK-FILE
           IF WS-EST-STATUS = '00'
               PERFORM UNTIL WS-EST-STATUS = '10'
                   READ MATERIAL-STOCK-FILE
                       AT END
                           MOVE '10' TO WS-EST-STATUS
                       NOT AT END
                           IF WS-QTD-MATERIAIS < 500
                               ADD 1 TO WS-QTD-MATERIAIS
                               MOVE MS-CODIGO TO
                                   TES-CODIGO(WS-QTD-MATERIAIS)
                               MOVE MS-SALDO TO
                                   TES-SALDO(WS-QTD-MATERIAIS)
                               MOVE 'N' TO
                                   TES-TEM-MOV(WS-QTD-MATERIAIS)
                               MOVE ZERO TO
                                   TES-SALDO-REP(WS-QTD-MATERIAIS)
                               MOVE ZERO TO
                                   TES-ULT-SALDO(WS-QTD-MATERIAIS)
                               MOVE ZERO TO
                                   TES-QTD-MOV(WS-QTD-MATERIAIS)
                           ELSE
                               MOVE SPACES TO WS-DETALHE
                               STRING 'MATERIAL-STOCK.DAT: MATERIAL '
                                   MS-CODIGO ' NAO CARREGADO'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-TABELA-CHEIA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-STOCK-FILE
           END-IF.

       CARREGAR-PESSOAS-PARAG.
           MOVE ZERO TO WS-QTD-PESSOAS
           OPEN INPUT PERSON-MASTER-FILE
           IF WS-PESSOA-STATUS = '00'
               PERFORM UNTIL WS-PESSOA-STATUS = '10'
                   READ PERSON-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-PESSOA-STATUS
                       NOT AT END
                           IF WS-QTD-PESSOAS < 1000
                               ADD 1 TO WS-QTD-PESSOAS
                               MOVE PE-CRACHA TO
                                   TPE-CRACHA(WS-QTD-PESSOAS)
                           ELSE
                               MOVE SPACES TO WS-DETALHE
                               STRING 'PERSON-MASTER.DAT: CRACHA '
                                   PE-CRACHA ' NAO CARREGADO'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-TABELA-CHEIA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSON-MASTER-FILE
           END-IF.

      ******************************************************************
      * Buscas nas tabelas de referencia; cada uma deixa WS-ACHADO.
      ******************************************************************
       LOCALIZAR-ALUNO-PARAG.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-IX-ALU FROM 1 BY 1
               UNTIL WS-IX-ALU > WS-QTD-ALUNOS OR WS-ACHADO = 'S'
               IF TAL-ID(WS-IX-ALU) = WS-ID-BUSCA
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM.

       LOCALIZAR-MATRICULA-PARAG.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-IX-MAT FROM 1 BY 1
               UNTIL WS-IX-MAT > WS-QTD-MATRIC OR WS-ACHADO = 'S'
               IF TMT-CHAVE(WS-IX-MAT) = WS-CHAVE-MATRICULA
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM.

       LOCALIZAR-AULA-PARAG.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-IX-AULA FROM 1 BY 1
               UNTIL WS-IX-AULA > WS-QTD-AULAS OR WS-ACHADO = 'S'
               IF TAU-CHAVE(WS-IX-AULA) = WS-CHAVE-AULA
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM.

       LOCALIZAR-PESSOA-PARAG.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-IX-PES FROM 1 BY 1
               UNTIL WS-IX-PES > WS-QTD-PESSOAS OR WS-ACHADO = 'S'
               IF TPE-CRACHA(WS-IX-PES) = WS-CRACHA-BUSCA
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM.

       LOCALIZAR-MATERIAL-PARAG.
           MOVE ZERO TO WS-IX-EST-ACHADO
           PERFORM VARYING WS-IX-EST FROM 1 BY 1
               UNTIL WS-IX-EST > WS-QTD-MATERIAIS OR
               WS-IX-EST-ACHADO > ZERO
               IF TES-CODIGO(WS-IX-EST) = WS-CODIGO-BUSCA
                   MOVE WS-IX-EST TO WS-IX-EST-ACHADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * Verificacoes.
      ******************************************************************
       VERIFICAR-NOTAS-PARAG.
           OPEN INPUT STUDENT-GRADES-FILE
           IF WS-SG-STATUS = '00'
               PERFORM UNTIL WS-SG-STATUS = '10'
                   READ STUDENT-GRADES-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-SG-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-UMA-NOTA-PARAG
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF.

       VERIFICAR-UMA-NOTA-PARAG.
           MOVE SG-ID TO WS-ID-BUSCA
           PERFORM LOCALIZAR-ALUNO-PARAG
           IF WS-ACHADO = 'N'
               MOVE 1 TO WS-NUM-VERIF
               MOVE SPACES TO WS-DETALHE
               STRING 'NOTA ' SG-ID ' ' SG-MATERIA ' ' SG-TERM
                   ': ALUNO NAO CADASTRADO'
                   DELIMITED BY SIZE INTO WS-DETALHE
               PERFORM REGISTRAR-EXCECAO-PARAG
           END-IF
           MOVE SG-ID TO WK-ID
           MOVE SG-MATERIA TO WK-MATERIA
           MOVE SG-TERM TO WK-TERM
           PERFORM LOCALIZAR-MATRICULA-PARAG
           IF WS-ACHADO = 'N'
               MOVE 2 TO WS-NUM-VERIF
               MOVE SPACES TO WS-DETALHE
               STRING 'NOTA ' SG-ID ' ' SG-MATERIA ' ' SG-TERM
                   ': SEM MATRICULA'
                   DELIMITED BY SIZE INTO WS-DETALHE
               PERFORM REGISTRAR-EXCECAO-PARAG
           END-IF.

       VERIFICAR-ITENS-ORCAMENTO-PARAG.
           OPEN INPUT QUOTE-ITEMS-FILE
           IF WS-QI-STATUS = '00'
               PERFORM UNTIL WS-QI-STATUS = '10'
                   READ QUOTE-ITEMS-FILE
                       AT END
                           MOVE '10' TO WS-QI-STATUS
                       NOT AT END
                           MOVE 'N' TO WS-ACHADO
                           PERFORM VARYING WS-IX-ORC FROM 1 BY 1
                               UNTIL WS-IX-ORC > WS-QTD-ORCAMENTOS OR
                               WS-ACHADO = 'S'
                               IF TOR-NUMERO(WS-IX-ORC) = QI-NUMERO
                                   MOVE 'S' TO WS-ACHADO
                               END-IF
                           END-PERFORM
                           IF WS-ACHADO = 'N'
                               MOVE 3 TO WS-NUM-VERIF
                               MOVE SPACES TO WS-DETALHE
                               STRING 'ITEM ' QI-NUMERO '/' QI-SEQ
                                   ' MATERIAL ' QI-CODIGO
                                   ': ORCAMENTO SEM CABECALHO'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-EXCECAO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-ITEMS-FILE
           END-IF.

      * Repeticao do estoque. O saldo de abertura de cada material sai
      * do primeiro movimento (MV-SALDO-APOS desfeito), como no
      * PROGG30; dali em diante E e A somam, S e Q subtraem. Cada
      * movimento tambem e conferido contra o MV-SALDO-APOS do
      * anterior, para apontar onde a sequencia quebrou.
       VERIFICAR-MOVIMENTOS-PARAG.
           OPEN INPUT MATERIAL-MOVES-FILE
           IF WS-MOV-STATUS = '00'
               PERFORM UNTIL WS-MOV-STATUS = '10'
                   READ MATERIAL-MOVES-FILE
                       AT END
                           MOVE '10' TO WS-MOV-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-UM-MOVIMENTO-PARAG
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-MOVES-FILE
           END-IF.

       VERIFICAR-UM-MOVIMENTO-PARAG.
           MOVE MV-CODIGO TO WS-CODIGO-BUSCA
           PERFORM LOCALIZAR-MATERIAL-PARAG
           EVALUATE TRUE
               WHEN WS-IX-EST-ACHADO = ZERO
                   MOVE 4 TO WS-NUM-VERIF
                   MOVE SPACES TO WS-DETALHE
                   STRING 'MOVIMENTO ' MV-CODIGO ' ' MV-DATA ' '
                       MV-HORA ' ' MV-TIPO
                       ': MATERIAL NAO CADASTRADO'
                       DELIMITED BY SIZE INTO WS-DETALHE
                   PERFORM REGISTRAR-EXCECAO-PARAG
               WHEN MV-TIPO NOT = 'E' AND MV-TIPO NOT = 'A' AND
                   MV-TIPO NOT = 'S' AND MV-TIPO NOT = 'Q'
                   MOVE 5 TO WS-NUM-VERIF
                   MOVE SPACES TO WS-DETALHE
                   STRING 'MOVIMENTO ' MV-CODIGO ' ' MV-DATA ' '
                       MV-HORA ': TIPO ' MV-TIPO ' DESCONHECIDO'
                       DELIMITED BY SIZE INTO WS-DETALHE
                   PERFORM REGISTRAR-EXCECAO-PARAG
               WHEN OTHER
                   PERFORM REPETIR-MOVIMENTO-PARAG
           END-EVALUATE.

       REPETIR-MOVIMENTO-PARAG.
           IF MV-TIPO = 'E' OR MV-TIPO = 'A'
               MOVE MV-QTD TO WS-EFEITO
           ELSE
               COMPUTE WS-EFEITO = ZERO - MV-QTD
           END-IF
           IF TES-TEM-MOV(WS-IX-EST-ACHADO) = 'N'
               MOVE 'S' TO TES-TEM-MOV(WS-IX-EST-ACHADO)
               COMPUTE WS-SALDO-ANTES = MV-SALDO-APOS - WS-EFEITO
               MOVE WS-SALDO-ANTES TO TES-SALDO-REP(WS-IX-EST-ACHADO)
           ELSE
               COMPUTE WS-SALDO-ESPERADO =
                   TES-ULT-SALDO(WS-IX-EST-ACHADO) + WS-EFEITO
               IF WS-SALDO-ESPERADO NOT = MV-SALDO-APOS
                   MOVE 9 TO WS-NUM-VERIF
                   MOVE SPACES TO WS-DETALHE
                   STRING 'MATERIAL ' MV-CODIGO ' ' MV-DATA ' '
                       MV-TIPO ' ANTERIOR='
                       TES-ULT-SALDO(WS-IX-EST-ACHADO)
                       ' APOS=' MV-SALDO-APOS
                       DELIMITED BY SIZE INTO WS-DETALHE
                   PERFORM REGISTRAR-EXCECAO-PARAG
               END-IF
           END-IF
           ADD WS-EFEITO TO TES-SALDO-REP(WS-IX-EST-ACHADO)
           MOVE MV-SALDO-APOS TO TES-ULT-SALDO(WS-IX-EST-ACHADO)
           ADD 1 TO TES-QTD-MOV(WS-IX-EST-ACHADO).

       VERIFICAR-SALDOS-PARAG.
           MOVE ZERO TO WS-QTD-SEM-MOV
           PERFORM VARYING WS-IX-EST FROM 1 BY 1
               UNTIL WS-IX-EST > WS-QTD-MATERIAIS
               IF TES-TEM-MOV(WS-IX-EST) = 'N'
                   ADD 1 TO WS-QTD-SEM-MOV
               ELSE
                   IF TES-SALDO-REP(WS-IX-EST) NOT =
                       TES-SALDO(WS-IX-EST)
                       MOVE 8 TO WS-NUM-VERIF
                       IF TES-SALDO-REP(WS-IX-EST) < ZERO
                           MOVE '-' TO WS-SINAL
                       ELSE
                           MOVE SPACE TO WS-SINAL
                       END-IF
                       MOVE TES-SALDO-REP(WS-IX-EST) TO
                           WS-SALDO-EXIBIR
                       MOVE SPACES TO WS-DETALHE
                       STRING 'MATERIAL ' TES-CODIGO(WS-IX-EST)
                           ' GRAV=' TES-SALDO(WS-IX-EST)
                           ' REPET=' WS-SINAL WS-SALDO-EXIBIR
                           ' MOVS=' TES-QTD-MOV(WS-IX-EST)
                           DELIMITED BY SIZE INTO WS-DETALHE
                       PERFORM REGISTRAR-EXCECAO-PARAG
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-RETALHOS-PARAG.
           OPEN INPUT REMNANT-FILE
           IF WS-RET-STATUS = '00'
               PERFORM UNTIL WS-RET-STATUS = '10'
                   READ REMNANT-FILE
                       AT END
                           MOVE '10' TO WS-RET-STATUS
                       NOT AT END
                           MOVE RM-CODIGO TO WS-CODIGO-BUSCA
                           PERFORM LOCALIZAR-MATERIAL-PARAG
                           IF WS-IX-EST-ACHADO = ZERO
                               MOVE 6 TO WS-NUM-VERIF
                               MOVE SPACES TO WS-DETALHE
                               STRING 'RETALHO ' RM-CODIGO ' '
                                   RM-LARGURA 'X' RM-ALTURA ' DE '
                                   RM-DATA ': MATERIAL DESCONHECIDO'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-EXCECAO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMNANT-FILE
           END-IF.

      * Visitante entra sem cracha; so cracha preenchido e conferido.
       VERIFICAR-LOG-ENTRADA-PARAG.
           OPEN INPUT SIGNIN-LOG-FILE
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL WS-LOG-STATUS = '10'
                   READ SIGNIN-LOG-FILE
                       AT END
                           MOVE '10' TO WS-LOG-STATUS
                       NOT AT END
                           IF SL-CRACHA NOT = SPACES
                               MOVE SL-CRACHA TO WS-CRACHA-BUSCA
                               PERFORM LOCALIZAR-PESSOA-PARAG
                               IF WS-ACHADO = 'N'
                                   MOVE 7 TO WS-NUM-VERIF
                                   MOVE SPACES TO WS-DETALHE
                                   STRING 'LOG ' SL-CRACHA ' '
                                       SL-NOME ' ' SL-DATA ' '
                                       SL-TIPO
                                       ': CRACHA SEM CADASTRO'
                                       DELIMITED BY SIZE
                                       INTO WS-DETALHE
                                   PERFORM REGISTRAR-EXCECAO-PARAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNIN-LOG-FILE
           END-IF.

       VERIFICAR-PRESENCAS-PARAG.
           OPEN INPUT ATTENDANCE-FILE
           IF WS-AT-STATUS = '00'
               PERFORM UNTIL WS-AT-STATUS = '10'
                   READ ATTENDANCE-FILE
                       AT END
                           MOVE '10' TO WS-AT-STATUS
                       NOT AT END
                           PERFORM VERIFICAR-UMA-PRESENCA-PARAG
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF.

       VERIFICAR-UMA-PRESENCA-PARAG.
           MOVE AT-MATERIA TO WA-MATERIA
           MOVE AT-TERM TO WA-TERM
           MOVE AT-DATA TO WA-DATA
           PERFORM LOCALIZAR-AULA-PARAG
           IF WS-ACHADO = 'N'
               MOVE 10 TO WS-NUM-VERIF
               MOVE SPACES TO WS-DETALHE
               STRING 'PRESENCA ' AT-ID ' ' AT-MATERIA ' ' AT-DATA
                   ': AULA NAO REGISTRADA'
                   DELIMITED BY SIZE INTO WS-DETALHE
               PERFORM REGISTRAR-EXCECAO-PARAG
           END-IF
           MOVE AT-ID TO WS-ID-BUSCA
           PERFORM LOCALIZAR-ALUNO-PARAG
           IF WS-ACHADO = 'N'
               MOVE 11 TO WS-NUM-VERIF
               MOVE SPACES TO WS-DETALHE
               STRING 'PRESENCA ' AT-ID ' ' AT-MATERIA ' ' AT-DATA
                   ': ALUNO NAO CADASTRADO'
                   DELIMITED BY SIZE INTO WS-DETALHE
               PERFORM REGISTRAR-EXCECAO-PARAG
           END-IF.

       VERIFICAR-AVALIACOES-PARAG.
           OPEN INPUT ASSESSMENT-FILE
           IF WS-AM-STATUS = '00'
               PERFORM UNTIL WS-AM-STATUS = '10'
                   READ ASSESSMENT-FILE
                       AT END
                           MOVE '10' TO WS-AM-STATUS
                       NOT AT END
                           MOVE AM-ID TO WS-ID-BUSCA
                           PERFORM LOCALIZAR-ALUNO-PARAG
                           IF WS-ACHADO = 'N'
                               MOVE 12 TO WS-NUM-VERIF
                               MOVE SPACES TO WS-DETALHE
                               STRING 'AVALIACAO ' AM-ID ' '
                                   AM-MATERIA ' ' AM-COMPONENTE
                                   ': ALUNO NAO CADASTRADO'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-EXCECAO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSESSMENT-FILE
           END-IF.

       VERIFICAR-CURRICULO-PARAG.
           OPEN INPUT CURRICULUM-FILE
           IF WS-CU-STATUS = '00'
               PERFORM UNTIL WS-CU-STATUS = '10'
                   READ CURRICULUM-FILE
                       AT END
                           MOVE '10' TO WS-CU-STATUS
                       NOT AT END
                           EVALUATE CU-TIPO
                               WHEN 'A'
                                   PERFORM VERIFICAR-VINCULO-PARAG
                               WHEN 'M'
                                   PERFORM VERIFICAR-MATERIA-CURSO-PARAG
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE CURRICULUM-FILE
           END-IF.

       VERIFICAR-VINCULO-PARAG.
           MOVE CU-ID TO WS-ID-BUSCA
           PERFORM LOCALIZAR-ALUNO-PARAG
           IF WS-ACHADO = 'N'
               MOVE 13 TO WS-NUM-VERIF
               MOVE SPACES TO WS-DETALHE
               STRING 'CURSO ' CU-CURSO ' ALUNO ' CU-ID
                   ': ALUNO NAO CADASTRADO'
                   DELIMITED BY SIZE INTO WS-DETALHE
               PERFORM REGISTRAR-EXCECAO-PARAG
           END-IF.

       VERIFICAR-MATERIA-CURSO-PARAG.
           MOVE 'N' TO WS-ACHADO
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-QTD-CATALOGO OR WS-ACHADO = 'S'
               IF TCA-MATERIA(WS-IX-CAT) = CU-MATERIA
                   MOVE 'S' TO WS-ACHADO
               END-IF
           END-PERFORM
           IF WS-ACHADO = 'N'
               MOVE 14 TO WS-NUM-VERIF
               MOVE SPACES TO WS-DETALHE
               STRING 'CURSO ' CU-CURSO ' MATERIA ' CU-MATERIA
                   ': FORA DO CATALOGO'
                   DELIMITED BY SIZE INTO WS-DETALHE
               PERFORM REGISTRAR-EXCECAO-PARAG
           END-IF.

       VERIFICAR-PONTO-PARAG.
           OPEN INPUT TIMESHEET-FILE
           IF WS-FOL-STATUS = '00'
               PERFORM UNTIL WS-FOL-STATUS = '10'
                   READ TIMESHEET-FILE
                       AT END
                           MOVE '10' TO WS-FOL-STATUS
                       NOT AT END
                           MOVE TS-CRACHA TO WS-CRACHA-BUSCA
                           PERFORM LOCALIZAR-PESSOA-PARAG
                           IF WS-ACHADO = 'N'
                               MOVE 15 TO WS-NUM-VERIF
                               MOVE SPACES TO WS-DETALHE
                               STRING 'FOLHA APROVADA ' TS-CRACHA ' '
                                   TS-INICIO '-' TS-FIM
                                   ': CRACHA SEM CADASTRO'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-EXCECAO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
           END-IF
           OPEN INPUT PUNCH-CORRECTION-FILE
           IF WS-COR-STATUS = '00'
               PERFORM UNTIL WS-COR-STATUS = '10'
                   READ PUNCH-CORRECTION-FILE
                       AT END
                           MOVE '10' TO WS-COR-STATUS
                       NOT AT END
                           MOVE PC-CRACHA TO WS-CRACHA-BUSCA
                           PERFORM LOCALIZAR-PESSOA-PARAG
                           IF WS-ACHADO = 'N'
                               MOVE 15 TO WS-NUM-VERIF
                               MOVE SPACES TO WS-DETALHE
                               STRING 'CORRECAO DE PONTO ' PC-CRACHA
                                   ' ' PC-DATA
                                   ': CRACHA SEM CADASTRO'
                                   DELIMITED BY SIZE INTO WS-DETALHE
                               PERFORM REGISTRAR-EXCECAO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNCH-CORRECTION-FILE
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
       END PROGRAM PROGG37.
