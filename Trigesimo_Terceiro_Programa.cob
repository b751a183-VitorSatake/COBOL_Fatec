      ******************************************************************
      * Author:
      * Date:
      * Purpose: Avaliacao por componentes e recuperacao.
      *          (D)efinir grava em SUBJECT-CATALOG.DAT os componentes
      *          de avaliacao da materia (ate 4, pesos somando 100%).
      *          (L)ancar recebe a nota de um componente para cada
      *          aluno matriculado na materia no periodo
      *          (ASSESSMENT-MARKS.DAT) e, quando o aluno tem todos os
      *          componentes, calcula a media ponderada e grava a nota
      *          final em STUDENT-GRADES.DAT com o diario em
      *          GRADE-HISTORY.DAT, como qualquer outra alteracao.
      *          (R)ecuperacao recebe a prova dos alunos abaixo de 6
      *          com frequencia suficiente. Regra da escola: a nota
      *          da recuperacao vale ate 6 e substitui a final quando
      *          for maior. (E)mitir grava em RECOVERY.TXT quem esta em
      *          recuperacao por materia; na sequencia de jobs do
      *          PROGG00 roda com JS-MODO 'E' para todos os periodos.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG33.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-SG-STATUS.
           SELECT SUBJECT-CATALOG-FILE ASSIGN TO
               "SUBJECT-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT ASSESSMENT-MARKS-FILE ASSIGN TO
               "ASSESSMENT-MARKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVL-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT GRADE-HISTORY-FILE ASSIGN TO "GRADE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT RECOVERY-REPORT-FILE ASSIGN TO "RECOVERY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-SESSION-FILE ASSIGN TO
               "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT JOB-STEP-FILE ASSIGN TO "PROGG00-JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT CLASS-SESSION-FILE ASSIGN TO "CLASS-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AULA-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GRADES-FILE.
           COPY STUDENT REPLACING ==:PREFIX:== BY ==SG==.
       FD  SUBJECT-CATALOG-FILE.
           COPY SUBJCAT.
       FD  ASSESSMENT-MARKS-FILE.
           COPY ASSESS.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  STUDENT-MASTER-FILE.
           COPY STUDMST.
       FD  GRADE-HISTORY-FILE.
           COPY GRADHIST.
       FD  RECOVERY-REPORT-FILE.
       01  RECOVERY-REPORT-LINE PIC X(80).
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       FD  CLASS-SESSION-FILE.
           COPY CLASSES.
       FD  ATTENDANCE-FILE.
           COPY ATTEND.
       WORKING-STORAGE SECTION.
       77 WS-SG-STATUS      PIC X(02) VALUE SPACES.
       77 WS-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-AVL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-MAT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-MST-STATUS     PIC X(02) VALUE SPACES.
       77 WS-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-CONTINUAR      PIC X(01) VALUE 'S'.
       77 WS-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WS-ABANDONA       PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-NOTA-APROVACAO PIC 9(02) VALUE 6.
       77 WS-ID-ALUNO       PIC X(10) VALUE SPACES.
       77 WS-NOME-ALUNO     PIC X(30) VALUE SPACES.
       77 WS-MATERIA        PIC X(15) VALUE SPACES.
       77 WS-TERM           PIC X(10) VALUE SPACES.
       77 WS-COMPONENTE     PIC X(04) VALUE SPACES.
       77 WS-COMP-TESTE     PIC X(04) VALUE SPACES.
       77 WS-NOTA-DIG       PIC X(02) VALUE SPACES.
       77 WS-NOTA-DIG-N REDEFINES WS-NOTA-DIG PIC 9(02).
       77 WS-NOTA-OK        PIC X(01) VALUE 'N'.
       77 WS-QTD-CATALOGO   PIC 9(03) VALUE ZERO.
       77 WS-IX-CAT         PIC 9(03) VALUE ZERO.
       77 WS-IX-CAT-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-CAT-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-GRAVACAO-OK    PIC X(01) VALUE 'S'.
       77 WS-COMP-ANTERIOR  PIC X(36) VALUE SPACES.
       77 WS-QTD-COMP       PIC 9(01) VALUE ZERO.
       77 WS-IX-COMP        PIC 9(01) VALUE ZERO.
       77 WS-JX-COMP        PIC 9(01) VALUE ZERO.
       77 WS-SOMA-PESOS     PIC 9(04) VALUE ZERO.
       77 WS-PESO-DIG       PIC 9(03) VALUE ZERO.
       77 WS-COMP-REPETIDO  PIC X(01) VALUE 'N'.
       77 WS-QTD-MATRICULAS PIC 9(04) VALUE ZERO.
       77 WS-IX-MATR        PIC 9(04) VALUE ZERO.
       77 WS-QTD-CADASTRO   PIC 9(04) VALUE ZERO.
       77 WS-IX-MST         PIC 9(04) VALUE ZERO.
       77 WS-QTD-TURMA      PIC 9(03) VALUE ZERO.
       77 WS-IX-TURMA       PIC 9(03) VALUE ZERO.
       77 WS-QTD-LANCADAS   PIC 9(03) VALUE ZERO.
       77 WS-QTD-FINAIS     PIC 9(03) VALUE ZERO.
       77 WS-QTD-PENDENTES  PIC 9(03) VALUE ZERO.
       77 WS-QTD-AVAL       PIC 9(04) VALUE ZERO.
       77 WS-IX-AVAL        PIC 9(04) VALUE ZERO.
       77 WS-IX-AVAL-ACHADO PIC 9(04) VALUE ZERO.
       77 WS-AVAL-OVERFLOW  PIC X(01) VALUE 'N'.
       77 WS-SOMA-POND      PIC 9(05) VALUE ZERO.
       77 WS-FALTA-COMP     PIC X(01) VALUE 'N'.
       77 WS-FINAL-OK       PIC X(01) VALUE 'N'.
       77 WS-NOTA-BASE      PIC 9(02) VALUE ZERO.
       77 WS-NOTA-FINAL     PIC 9(02) VALUE ZERO.
       77 WS-NOTA-ATUAL     PIC 9(02) VALUE ZERO.
       77 WS-TEM-NOTA       PIC X(01) VALUE 'N'.
       77 WS-TEM-REC        PIC X(01) VALUE 'N'.
       77 WS-NOTA-REC       PIC 9(02) VALUE ZERO.
       77 WS-REC-LIMITADA   PIC 9(02) VALUE ZERO.
       77 WS-NOTA-ANTERIOR  PIC 9(02) VALUE ZERO.
       77 WS-ACAO-HIST      PIC X(01) VALUE 'A'.
       77 WS-TERM-FILTRO    PIC X(10) VALUE SPACES.
       77 WS-QTD-RELAT      PIC 9(04) VALUE ZERO.
       77 WS-IX-REL         PIC 9(04) VALUE ZERO.
       77 WS-JX-REL         PIC 9(04) VALUE ZERO.
       77 WS-REL-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-QTD-GRUPO-AGU  PIC 9(04) VALUE ZERO.
       77 WS-QTD-GRUPO-APR  PIC 9(04) VALUE ZERO.
       77 WS-QTD-GRUPO-REP  PIC 9(04) VALUE ZERO.
       77 WS-TOT-AGUARDA    PIC 9(05) VALUE ZERO.
       77 WS-TOT-APROV-REC  PIC 9(05) VALUE ZERO.
       77 WS-TOT-REPROV-REC PIC 9(05) VALUE ZERO.
       77 WS-AULA-STATUS    PIC X(02) VALUE SPACES.
       77 WS-FREQ-STATUS    PIC X(02) VALUE SPACES.
       77 WS-FREQ-MINIMA    PIC 9(03) VALUE 75.
       77 WS-QTD-AULAS-TAB  PIC 9(03) VALUE ZERO.
       77 WS-QTD-FALTAS-TAB PIC 9(04) VALUE ZERO.
       77 WS-IX-FREQ        PIC 9(04) VALUE ZERO.
       77 WS-IX-FREQ-ACHADO PIC 9(04) VALUE ZERO.
       77 WS-FREQ-OVERFLOW  PIC X(01) VALUE 'N'.
       77 WS-FREQ-ID        PIC X(10) VALUE SPACES.
       77 WS-FREQ-MATERIA   PIC X(15) VALUE SPACES.
       77 WS-FREQ-TERM      PIC X(10) VALUE SPACES.
       77 WS-FREQ-AULAS     PIC 9(03) VALUE ZERO.
       77 WS-FREQ-FALTAS    PIC 9(03) VALUE ZERO.
       77 WS-FREQ-PERC      PIC 9(03)V99 VALUE ZERO.
       77 WS-FREQ-OK        PIC X(01) VALUE 'S'.
      * Registro do catalogo inteiro, para regravar o arquivo com os
      * componentes definidos sem perder o nome da materia.
       01 WS-TABELA-CATALOGO.
           05 WS-CATALOGO-ENT OCCURS 100 TIMES.
               10 TC-MATERIA    PIC X(15).
               10 TC-NOME       PIC X(31).
               10 TC-COMPONENTES PIC X(36).
      * Componentes da materia em trabalho, no formato de SUBJCAT.
       01 WS-COMPONENTES-MATERIA.
           05 WS-COMPONENTE-ENT OCCURS 4 TIMES.
               10 FILLER        PIC X(01).
               10 WC-CODIGO     PIC X(04).
               10 FILLER        PIC X(01).
               10 WC-PESO       PIC 9(03).
       01 WS-TABELA-MATRICULAS.
           05 WS-MATRICULA-ENT OCCURS 500 TIMES.
               10 TN-ID         PIC X(10).
               10 TN-MATERIA    PIC X(15).
               10 TN-TERM       PIC X(10).
       01 WS-TABELA-CADASTRO.
           05 WS-CADASTRO-ENT OCCURS 500 TIMES.
               10 TMS-ID        PIC X(10).
               10 TMS-NOME      PIC X(30).
      * Alunos da materia/periodo em lancamento e a nota digitada.
       01 WS-TABELA-TURMA.
           05 WS-TURMA-ENT OCCURS 200 TIMES.
               10 TT-ID         PIC X(10).
               10 TT-LANCADA    PIC X(01).
               10 TT-NOTA       PIC 9(02).
               10 TT-BASE       PIC 9(02).
      * Notas de componente da materia/periodo: vale a ultima linha
      * de cada aluno/componente; na 'REC' TAV-BASE fica com a nota
      * anterior a primeira recuperacao lancada.
       01 WS-TABELA-AVALIACOES.
           05 WS-AVALIACAO-ENT OCCURS 2000 TIMES.
               10 TAV-ID        PIC X(10).
               10 TAV-MATERIA   PIC X(15).
               10 TAV-TERM      PIC X(10).
               10 TAV-COMP      PIC X(04).
               10 TAV-NOTA      PIC 9(02).
               10 TAV-BASE      PIC 9(02).
       01 WS-TABELA-RELATORIO.
           05 WS-RELATORIO-ENT OCCURS 1000 TIMES.
               10 TR-MATERIA    PIC X(15).
               10 TR-TERM       PIC X(10).
               10 TR-ID         PIC X(10).
               10 TR-NOME       PIC X(30).
               10 TR-NOTA       PIC 9(02).
               10 TR-TEM-REC    PIC X(01).
               10 TR-REC        PIC 9(02).
               10 TR-BASE       PIC 9(02).
               10 TR-IMPRESSO   PIC X(01).
      * Aulas dadas por materia/periodo e faltas por aluno/materia/
      * periodo, carregadas de CLASS-SESSION.DAT e ATTENDANCE.DAT.
       01 WS-TABELA-AULAS.
           05 WS-AULA-ENT OCCURS 200 TIMES.
               10 TAU-MATERIA   PIC X(15).
               10 TAU-TERM      PIC X(10).
               10 TAU-QTD       PIC 9(03).
       01 WS-TABELA-FALTAS.
           05 WS-FALTA-ENT OCCURS 2000 TIMES.
               10 TFL-ID        PIC X(10).
               10 TFL-MATERIA   PIC X(15).
               10 TFL-TERM      PIC X(10).
               10 TFL-QTD       PIC 9(03).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'AVALIACAO POR COMPONENTES E RECUPERACAO'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-CATALOGO-PARAG
           PERFORM CARREGAR-CADASTRO-PARAG
           PERFORM CARREGAR-FREQUENCIA-PARAG
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO = 'S'
               EVALUATE WS-MODO
                   WHEN 'E'
                   WHEN 'e'
                       MOVE SPACES TO WS-TERM-FILTRO
                       PERFORM GRAVAR-RELATORIO-REC-PARAG
                   WHEN OTHER
                       DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG33: '
                           WS-MODO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           ELSE
               PERFORM CARREGAR-MATRICULAS-PARAG
               PERFORM MENU-AVALIACAO-PARAG
           END-IF
           GOBACK.

       MENU-AVALIACAO-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'ACAO: (D)EFINIR COMPONENTES (L)ANCAR NOTAS '
                   '(R)ECUPERACAO (E)MITIR RELATORIO (S)AIR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM DEFINIR-COMPONENTES-PARAG
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LANCAR-COMPONENTE-PARAG
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM LANCAR-RECUPERACAO-PARAG
                   WHEN 'E'
                   WHEN 'e'
                       DISPLAY 'PERIODO (BRANCO=TODOS): '
                       ACCEPT WS-TERM-FILTRO
                       PERFORM GRAVAR-RELATORIO-REC-PARAG
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * Definicao dos componentes: ate 4 codigos com peso em %, que
      * devem somar 100. Nenhum componente volta a materia para a
      * nota final digitada no PROGG03.
      ******************************************************************
       DEFINIR-COMPONENTES-PARAG.
           PERFORM ACEITAR-MATERIA-PARAG
           IF WS-ABANDONA = 'N' AND WS-CAT-OVERFLOW = 'S'
               DISPLAY 'CATALOGO MAIOR QUE A TABELA. ARQUIVO NAO '
                   'REGRAVADO PARA NAO PERDER MATERIAS.'
               MOVE 'S' TO WS-ABANDONA
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM MOSTRAR-COMPONENTES-PARAG
               MOVE SPACES TO WS-COMPONENTES-MATERIA
               MOVE ZERO TO WS-QTD-COMP
               MOVE ZERO TO WS-SOMA-PESOS
               MOVE 'S' TO WS-CONTINUAR
               PERFORM UNTIL WS-QTD-COMP >= 4 OR
                   WS-CONTINUAR = 'N'
                   PERFORM ACEITAR-COMPONENTE-PARAG
               END-PERFORM
               MOVE 'S' TO WS-CONTINUAR
               IF WS-QTD-COMP > ZERO AND WS-SOMA-PESOS NOT = 100
                   DISPLAY 'PESOS SOMAM ' WS-SOMA-PESOS
                       '%. DEVEM SOMAR 100%. NADA GRAVADO.'
               ELSE
                   DISPLAY 'GRAVAR OS COMPONENTES? (S/N) '
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                       MOVE TC-COMPONENTES(WS-IX-CAT-ACHADO) TO
                           WS-COMP-ANTERIOR
                       MOVE WS-COMPONENTES-MATERIA TO
                           TC-COMPONENTES(WS-IX-CAT-ACHADO)
                       PERFORM REGRAVAR-CATALOGO-PARAG
                       IF WS-GRAVACAO-OK = 'N'
                           MOVE WS-COMP-ANTERIOR TO
                               TC-COMPONENTES(WS-IX-CAT-ACHADO)
                           DISPLAY 'COMPONENTES NAO GRAVADOS. VALE A '
                               'DEFINICAO ANTERIOR.'
                       END-IF
                   ELSE
                       DISPLAY 'DEFINICAO DESCARTADA.'
                   END-IF
               END-IF
           END-IF.

       ACEITAR-COMPONENTE-PARAG.
           DISPLAY 'CODIGO DO COMPONENTE ' WS-QTD-COMP
               ' + 1 (EX.: P1, P2, TRAB; BRANCO=FIM): '
           MOVE SPACES TO WS-COMPONENTE
           ACCEPT WS-COMPONENTE
           IF WS-COMPONENTE = SPACES
               MOVE 'N' TO WS-CONTINUAR
           ELSE
               MOVE 'N' TO WS-COMP-REPETIDO
               PERFORM VARYING WS-JX-COMP FROM 1 BY 1
                   UNTIL WS-JX-COMP > WS-QTD-COMP
                   IF WC-CODIGO(WS-JX-COMP) = WS-COMPONENTE
                       MOVE 'S' TO WS-COMP-REPETIDO
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-COMPONENTE = 'REC'
                       DISPLAY 'REC E RESERVADO PARA A RECUPERACAO.'
                   WHEN WS-COMP-REPETIDO = 'S'
                       DISPLAY 'COMPONENTE REPETIDO: ' WS-COMPONENTE
                   WHEN OTHER
                       DISPLAY 'PESO DE ' WS-COMPONENTE ' (%): '
                       ACCEPT WS-PESO-DIG
                       IF WS-PESO-DIG = ZERO OR WS-PESO-DIG > 100
                           DISPLAY 'PESO INVALIDO.'
                       ELSE
                           ADD 1 TO WS-QTD-COMP
                           MOVE WS-COMPONENTE TO
                               WC-CODIGO(WS-QTD-COMP)
                           MOVE WS-PESO-DIG TO WC-PESO(WS-QTD-COMP)
                           ADD WS-PESO-DIG TO WS-SOMA-PESOS
                       END-IF
               END-EVALUATE
           END-IF.

       MOSTRAR-COMPONENTES-PARAG.
           MOVE TC-COMPONENTES(WS-IX-CAT-ACHADO) TO
               WS-COMPONENTES-MATERIA
           PERFORM CONTAR-COMPONENTES-PARAG
           IF WS-QTD-COMP = ZERO
               DISPLAY 'MATERIA ' WS-MATERIA ' SEM COMPONENTES '
                   '(NOTA FINAL DIGITADA NO PROGG03).'
           ELSE
               DISPLAY 'COMPONENTES DE ' WS-MATERIA ':'
               PERFORM VARYING WS-IX-COMP FROM 1 BY 1
                   UNTIL WS-IX-COMP > WS-QTD-COMP
                   DISPLAY '  ' WC-CODIGO(WS-IX-COMP)
                       ' PESO ' WC-PESO(WS-IX-COMP) '%'
               END-PERFORM
           END-IF.

      * Componentes validos sao os codigos preenchidos com peso
      * numerico; a contagem para no primeiro codigo em branco.
       CONTAR-COMPONENTES-PARAG.
           MOVE ZERO TO WS-QTD-COMP
           MOVE ZERO TO WS-SOMA-PESOS
           PERFORM VARYING WS-IX-COMP FROM 1 BY 1
               UNTIL WS-IX-COMP > 4
               IF WC-CODIGO(WS-IX-COMP) NOT = SPACES AND
                   WS-QTD-COMP = WS-IX-COMP - 1
                   MOVE WS-IX-COMP TO WS-QTD-COMP
                   IF WC-PESO(WS-IX-COMP) NUMERIC
                       ADD WC-PESO(WS-IX-COMP) TO WS-SOMA-PESOS
                   END-IF
               END-IF
           END-PERFORM.

       REGRAVAR-CATALOGO-PARAG.
           MOVE 'S' TO WS-GRAVACAO-OK
           OPEN OUTPUT SUBJECT-CATALOG-FILE
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR SUBJECT-CATALOG.DAT: STATUS '
                   WS-CAT-STATUS
               MOVE 'N' TO WS-GRAVACAO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IX-CAT FROM 1 BY 1
                   UNTIL WS-IX-CAT > WS-QTD-CATALOGO
                   OR WS-GRAVACAO-OK = 'N'
                   MOVE WS-CATALOGO-ENT(WS-IX-CAT) TO
                       SUBJECT-CATALOG-RECORD
                   WRITE SUBJECT-CATALOG-RECORD
                   IF WS-CAT-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR SUBJECT-CATALOG.DAT: '
                           'STATUS ' WS-CAT-STATUS
                       MOVE 'N' TO WS-GRAVACAO-OK
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-PERFORM
               CLOSE SUBJECT-CATALOG-FILE
           END-IF
           IF WS-GRAVACAO-OK = 'S'
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING 'COMPONENTES MATERIA=' WS-MATERIA
                   DELIMITED BY '  '
                   ' QTD=' WS-QTD-COMP
                   ' ' WS-COMPONENTES-MATERIA
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM GRAVAR-AUDITORIA-PARAG
               DISPLAY 'COMPONENTES GRAVADOS EM SUBJECT-CATALOG.DAT'
           END-IF.

      ******************************************************************
      * Lancamento de um componente para a turma (matriculas da
      * materia no periodo). Branco pula o aluno. Depois da gravacao
      * recalcula a nota final de quem ficou com todos os componentes.
      ******************************************************************
       LANCAR-COMPONENTE-PARAG.
           PERFORM ACEITAR-MATERIA-PARAG
           IF WS-ABANDONA = 'N'
               MOVE TC-COMPONENTES(WS-IX-CAT-ACHADO) TO
                   WS-COMPONENTES-MATERIA
               PERFORM CONTAR-COMPONENTES-PARAG
               IF WS-QTD-COMP = ZERO OR WS-SOMA-PESOS NOT = 100
                   DISPLAY 'MATERIA SEM COMPONENTES VALIDOS. USE '
                       '(D)EFINIR ANTES DE LANCAR.'
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM ACEITAR-PERIODO-PARAG
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM MOSTRAR-COMPONENTES-PARAG
               DISPLAY 'COMPONENTE A LANCAR: '
               MOVE SPACES TO WS-COMPONENTE
               ACCEPT WS-COMPONENTE
               MOVE ZERO TO WS-JX-COMP
               PERFORM VARYING WS-IX-COMP FROM 1 BY 1
                   UNTIL WS-IX-COMP > WS-QTD-COMP
                   IF WC-CODIGO(WS-IX-COMP) = WS-COMPONENTE
                       MOVE WS-IX-COMP TO WS-JX-COMP
                   END-IF
               END-PERFORM
               IF WS-JX-COMP = ZERO
                   DISPLAY 'COMPONENTE NAO DEFINIDO PARA A MATERIA: '
                       WS-COMPONENTE
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM MONTAR-TURMA-PARAG
           END-IF
           IF WS-ABANDONA = 'N'
               MOVE ZERO TO WS-QTD-LANCADAS
               PERFORM VARYING WS-IX-TURMA FROM 1 BY 1
                   UNTIL WS-IX-TURMA > WS-QTD-TURMA
                   MOVE TT-ID(WS-IX-TURMA) TO WS-ID-ALUNO
                   PERFORM LOCALIZAR-NOME-ALUNO-PARAG
                   DISPLAY WS-ID-ALUNO ' ' WS-NOME-ALUNO
                   DISPLAY '  NOTA ' WS-COMPONENTE
                       ' (0-10, BRANCO=PULA): '
                   PERFORM ACEITAR-NOTA-TURMA-PARAG
               END-PERFORM
               PERFORM CONFIRMAR-LANCAMENTO-PARAG
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM GRAVAR-NOTAS-TURMA-PARAG
               PERFORM POSTAR-FINAIS-TURMA-PARAG
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING 'COMPONENTE ' WS-COMPONENTE DELIMITED BY ' '
                   ' MATERIA=' DELIMITED BY SIZE
                   WS-MATERIA DELIMITED BY '  '
                   ' TERMO=' DELIMITED BY SIZE
                   WS-TERM DELIMITED BY '  '
                   ' NOTAS=' WS-QTD-LANCADAS
                   ' FINAIS=' WS-QTD-FINAIS
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM GRAVAR-AUDITORIA-PARAG
           END-IF.

      ******************************************************************
      * Recuperacao: so para quem tem nota final abaixo de 6 e
      * frequencia suficiente (reprovado por falta nao recupera com
      * prova). A final passa a ser a maior entre a nota anterior e a
      * da recuperacao limitada a 6.
      ******************************************************************
       LANCAR-RECUPERACAO-PARAG.
           PERFORM ACEITAR-MATERIA-PARAG
           IF WS-ABANDONA = 'N'
               MOVE TC-COMPONENTES(WS-IX-CAT-ACHADO) TO
                   WS-COMPONENTES-MATERIA
               PERFORM CONTAR-COMPONENTES-PARAG
               PERFORM ACEITAR-PERIODO-PARAG
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM MONTAR-TURMA-PARAG
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM CARREGAR-AVALIACOES-PARAG
               MOVE 'REC' TO WS-COMPONENTE
               MOVE ZERO TO WS-QTD-LANCADAS
               MOVE ZERO TO WS-QTD-PENDENTES
               OPEN INPUT STUDENT-GRADES-FILE
               IF WS-SG-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL ABRIR STUDENT-GRADES.DAT'
                   MOVE 'S' TO WS-ABANDONA
               ELSE
                   PERFORM VARYING WS-IX-TURMA FROM 1 BY 1
                       UNTIL WS-IX-TURMA > WS-QTD-TURMA
                       PERFORM OFERECER-RECUPERACAO-PARAG
                   END-PERFORM
                   CLOSE STUDENT-GRADES-FILE
                   IF WS-QTD-PENDENTES = ZERO
                       DISPLAY 'NENHUM ALUNO EM RECUPERACAO NESTA '
                           'MATERIA/PERIODO.'
                       MOVE 'S' TO WS-ABANDONA
                   END-IF
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM CONFIRMAR-LANCAMENTO-PARAG
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM GRAVAR-NOTAS-TURMA-PARAG
               PERFORM POSTAR-FINAIS-TURMA-PARAG
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING 'RECUPERACAO MATERIA=' WS-MATERIA
                   DELIMITED BY '  '
                   ' TERMO=' DELIMITED BY SIZE
                   WS-TERM DELIMITED BY '  '
                   ' PROVAS=' WS-QTD-LANCADAS
                   ' FINAIS=' WS-QTD-FINAIS
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM GRAVAR-AUDITORIA-PARAG
           END-IF.

       OFERECER-RECUPERACAO-PARAG.
           MOVE TT-ID(WS-IX-TURMA) TO WS-ID-ALUNO
           PERFORM LER-NOTA-ATUAL-PARAG
           IF WS-TEM-NOTA = 'S'
               PERFORM CALCULAR-NOTA-FINAL-PARAG
               IF WS-FINAL-OK = 'S'
                   MOVE WS-NOTA-BASE TO TT-BASE(WS-IX-TURMA)
               ELSE
                   MOVE WS-NOTA-ATUAL TO TT-BASE(WS-IX-TURMA)
               END-IF
               MOVE WS-ID-ALUNO TO WS-FREQ-ID
               MOVE WS-MATERIA TO WS-FREQ-MATERIA
               MOVE WS-TERM TO WS-FREQ-TERM
               PERFORM CALCULAR-FREQUENCIA-PARAG
               IF TT-BASE(WS-IX-TURMA) < WS-NOTA-APROVACAO AND
                   WS-FREQ-OK = 'S'
                   ADD 1 TO WS-QTD-PENDENTES
                   PERFORM LOCALIZAR-NOME-ALUNO-PARAG
                   IF WS-TEM-REC = 'S'
                       DISPLAY WS-ID-ALUNO ' ' WS-NOME-ALUNO
                           ' NOTA ' TT-BASE(WS-IX-TURMA)
                           ' REC ANTERIOR ' WS-NOTA-REC
                   ELSE
                       DISPLAY WS-ID-ALUNO ' ' WS-NOME-ALUNO
                           ' NOTA ' TT-BASE(WS-IX-TURMA)
                   END-IF
                   DISPLAY '  NOTA DA RECUPERACAO (0-10, BRANCO=PULA): '
                   PERFORM ACEITAR-NOTA-TURMA-PARAG
               END-IF
           END-IF.

       LER-NOTA-ATUAL-PARAG.
           MOVE 'N' TO WS-TEM-NOTA
           MOVE ZERO TO WS-NOTA-ATUAL
           MOVE WS-ID-ALUNO TO SG-ID
           MOVE WS-MATERIA TO SG-MATERIA
           MOVE WS-TERM TO SG-TERM
           READ STUDENT-GRADES-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TEM-NOTA
               NOT INVALID KEY
                   MOVE 'S' TO WS-TEM-NOTA
                   MOVE SG-NOTA TO WS-NOTA-ATUAL
           END-READ.

       ACEITAR-NOTA-TURMA-PARAG.
           MOVE 'N' TO WS-NOTA-OK
           PERFORM UNTIL WS-NOTA-OK = 'S'
               MOVE SPACES TO WS-NOTA-DIG
               ACCEPT WS-NOTA-DIG
               IF WS-NOTA-DIG(2:1) = SPACE AND
                   WS-NOTA-DIG(1:1) NOT = SPACE
                   MOVE WS-NOTA-DIG(1:1) TO WS-NOTA-DIG(2:1)
                   MOVE '0' TO WS-NOTA-DIG(1:1)
               END-IF
               EVALUATE TRUE
                   WHEN WS-NOTA-DIG = SPACES
                       MOVE 'S' TO WS-NOTA-OK
                   WHEN WS-NOTA-DIG NUMERIC AND WS-NOTA-DIG <= '10'
                       MOVE 'S' TO WS-NOTA-OK
                       MOVE 'S' TO TT-LANCADA(WS-IX-TURMA)
                       MOVE WS-NOTA-DIG-N TO TT-NOTA(WS-IX-TURMA)
                       ADD 1 TO WS-QTD-LANCADAS
                   WHEN OTHER
                       DISPLAY 'NOTA INVALIDA. DIGITE DE 0 A 10 OU '
                           'BRANCO: '
               END-EVALUATE
           END-PERFORM.

       CONFIRMAR-LANCAMENTO-PARAG.
           IF WS-QTD-LANCADAS = ZERO
               DISPLAY 'NENHUMA NOTA DIGITADA.'
               MOVE 'S' TO WS-ABANDONA
           ELSE
               DISPLAY 'NOTAS DIGITADAS: ' WS-QTD-LANCADAS
                   '. GRAVAR? (S/N) '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   DISPLAY 'LANCAMENTO DESCARTADO.'
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF.

       GRAVAR-NOTAS-TURMA-PARAG.
           OPEN EXTEND ASSESSMENT-MARKS-FILE
           IF WS-AVL-STATUS = '35'
               OPEN OUTPUT ASSESSMENT-MARKS-FILE
           END-IF
           PERFORM VARYING WS-IX-TURMA FROM 1 BY 1
               UNTIL WS-IX-TURMA > WS-QTD-TURMA
               IF TT-LANCADA(WS-IX-TURMA) = 'S'
                   MOVE SPACES TO ASSESSMENT-MARK-RECORD
                   MOVE TT-ID(WS-IX-TURMA) TO AM-ID
                   MOVE WS-MATERIA TO AM-MATERIA
                   MOVE WS-TERM TO AM-TERM
                   MOVE WS-COMPONENTE TO AM-COMPONENTE
                   MOVE TT-NOTA(WS-IX-TURMA) TO AM-NOTA
                   MOVE TT-BASE(WS-IX-TURMA) TO AM-NOTA-ANT
                   MOVE WS-DATA-HOJE TO AM-DATA
                   MOVE WS-OPERADOR TO AM-OPERADOR
                   WRITE ASSESSMENT-MARK-RECORD
                   IF WS-AVL-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR ASSESSMENT-MARKS: '
                           'STATUS ' WS-AVL-STATUS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ASSESSMENT-MARKS-FILE.

      * Recalcula, com as notas ja gravadas, a final de cada aluno
      * lancado agora; quem ainda tem componente sem nota fica
      * pendente e sua nota em STUDENT-GRADES.DAT nao muda.
       POSTAR-FINAIS-TURMA-PARAG.
           PERFORM CARREGAR-AVALIACOES-PARAG
           MOVE ZERO TO WS-QTD-FINAIS
           MOVE ZERO TO WS-QTD-PENDENTES
           OPEN I-O STUDENT-GRADES-FILE
           IF WS-SG-STATUS = '35'
               OPEN OUTPUT STUDENT-GRADES-FILE
               CLOSE STUDENT-GRADES-FILE
               OPEN I-O STUDENT-GRADES-FILE
           END-IF
           IF WS-SG-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR STUDENT-GRADES.DAT: '
                   'STATUS ' WS-SG-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IX-TURMA FROM 1 BY 1
                   UNTIL WS-IX-TURMA > WS-QTD-TURMA
                   IF TT-LANCADA(WS-IX-TURMA) = 'S'
                       MOVE TT-ID(WS-IX-TURMA) TO WS-ID-ALUNO
                       PERFORM CALCULAR-NOTA-FINAL-PARAG
                       IF WS-FINAL-OK = 'S'
                           PERFORM GRAVAR-NOTA-FINAL-PARAG
                       ELSE
                           ADD 1 TO WS-QTD-PENDENTES
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF
           DISPLAY 'NOTAS FINAIS GRAVADAS: ' WS-QTD-FINAIS
               ' ALUNOS COM COMPONENTE PENDENTE: ' WS-QTD-PENDENTES.

      * Entrada: WS-ID-ALUNO, a materia/periodo em trabalho, seus
      * componentes e a tabela de avaliacoes. Saida: WS-FINAL-OK,
      * WS-NOTA-BASE (antes da recuperacao) e WS-NOTA-FINAL.
       CALCULAR-NOTA-FINAL-PARAG.
           MOVE 'N' TO WS-FINAL-OK
           MOVE ZERO TO WS-NOTA-BASE
           MOVE ZERO TO WS-NOTA-FINAL
           MOVE 'REC' TO WS-COMP-TESTE
           PERFORM LOCALIZAR-AVALIACAO-PARAG
           IF WS-IX-AVAL-ACHADO > ZERO
               MOVE 'S' TO WS-TEM-REC
               MOVE TAV-NOTA(WS-IX-AVAL-ACHADO) TO WS-NOTA-REC
               MOVE TAV-BASE(WS-IX-AVAL-ACHADO) TO WS-NOTA-BASE
           ELSE
               MOVE 'N' TO WS-TEM-REC
               MOVE ZERO TO WS-NOTA-REC
           END-IF
           IF WS-QTD-COMP > ZERO
               MOVE ZERO TO WS-SOMA-POND
               MOVE 'N' TO WS-FALTA-COMP
               PERFORM VARYING WS-IX-COMP FROM 1 BY 1
                   UNTIL WS-IX-COMP > WS-QTD-COMP
                   MOVE WC-CODIGO(WS-IX-COMP) TO WS-COMP-TESTE
                   PERFORM LOCALIZAR-AVALIACAO-PARAG
                   IF WS-IX-AVAL-ACHADO = ZERO
                       MOVE 'S' TO WS-FALTA-COMP
                   ELSE
                       COMPUTE WS-SOMA-POND = WS-SOMA-POND +
                           TAV-NOTA(WS-IX-AVAL-ACHADO) *
                           WC-PESO(WS-IX-COMP)
                   END-IF
               END-PERFORM
               IF WS-FALTA-COMP = 'N'
                   COMPUTE WS-NOTA-BASE ROUNDED = WS-SOMA-POND / 100
                   MOVE 'S' TO WS-FINAL-OK
               END-IF
           ELSE
               IF WS-TEM-REC = 'S'
                   MOVE 'S' TO WS-FINAL-OK
               END-IF
           END-IF
           IF WS-FINAL-OK = 'S'
               MOVE WS-NOTA-BASE TO WS-NOTA-FINAL
               IF WS-TEM-REC = 'S' AND
                   WS-NOTA-BASE < WS-NOTA-APROVACAO
                   MOVE WS-NOTA-REC TO WS-REC-LIMITADA
                   IF WS-REC-LIMITADA > WS-NOTA-APROVACAO
                       MOVE WS-NOTA-APROVACAO TO WS-REC-LIMITADA
                   END-IF
                   IF WS-REC-LIMITADA > WS-NOTA-BASE
                       MOVE WS-REC-LIMITADA TO WS-NOTA-FINAL
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-AVALIACAO-PARAG.
           MOVE ZERO TO WS-IX-AVAL-ACHADO
           PERFORM VARYING WS-IX-AVAL FROM 1 BY 1
               UNTIL WS-IX-AVAL > WS-QTD-AVAL
               IF TAV-ID(WS-IX-AVAL) = WS-ID-ALUNO AND
                   TAV-MATERIA(WS-IX-AVAL) = WS-MATERIA AND
                   TAV-TERM(WS-IX-AVAL) = WS-TERM AND
                   TAV-COMP(WS-IX-AVAL) = WS-COMP-TESTE
                   MOVE WS-IX-AVAL TO WS-IX-AVAL-ACHADO
               END-IF
           END-PERFORM.

      * Grava a final como o PROGG03: inclusao com nome do cadastro
      * ou alteracao, sempre com a linha do diario GRADE-HISTORY.
       GRAVAR-NOTA-FINAL-PARAG.
           MOVE WS-ID-ALUNO TO SG-ID
           MOVE WS-MATERIA TO SG-MATERIA
           MOVE WS-TERM TO SG-TERM
           READ STUDENT-GRADES-FILE
               INVALID KEY
                   PERFORM LOCALIZAR-NOME-ALUNO-PARAG
                   MOVE WS-ID-ALUNO TO SG-ID
                   MOVE WS-MATERIA TO SG-MATERIA
                   MOVE WS-TERM TO SG-TERM
                   MOVE WS-NOME-ALUNO TO SG-NOME
                   MOVE WS-NOTA-FINAL TO SG-NOTA
                   WRITE SG-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A NOTA DE '
                               WS-ID-ALUNO
                       NOT INVALID KEY
                           ADD 1 TO WS-QTD-FINAIS
                           MOVE ZERO TO WS-NOTA-ANTERIOR
                           MOVE 'I' TO WS-ACAO-HIST
                           PERFORM GRAVAR-HISTORICO-PARAG
                   END-WRITE
               NOT INVALID KEY
                   IF SG-NOTA NOT = WS-NOTA-FINAL
                       MOVE SG-NOTA TO WS-NOTA-ANTERIOR
                       MOVE WS-NOTA-FINAL TO SG-NOTA
                       REWRITE SG-RECORD
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR A NOTA DE '
                                   WS-ID-ALUNO
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-FINAIS
                               MOVE 'A' TO WS-ACAO-HIST
                               PERFORM GRAVAR-HISTORICO-PARAG
                       END-REWRITE
                   ELSE
                       ADD 1 TO WS-QTD-FINAIS
                   END-IF
           END-READ
           DISPLAY WS-ID-ALUNO ' NOTA FINAL ' WS-NOTA-FINAL.

       GRAVAR-HISTORICO-PARAG.
           OPEN EXTEND GRADE-HISTORY-FILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT GRADE-HISTORY-FILE
           END-IF
           MOVE SPACES TO GRADE-HIST-RECORD
           MOVE SG-ID TO GH-ID
           MOVE SG-MATERIA TO GH-MATERIA
           ACCEPT GH-DATA FROM DATE YYYYMMDD
           ACCEPT GH-HORA FROM TIME
           MOVE WS-ACAO-HIST TO GH-ACAO
           MOVE WS-NOTA-ANTERIOR TO GH-NOTA-ANT
           MOVE SG-NOTA TO GH-NOTA-NOVA
           MOVE SG-TERM TO GH-TERM
           WRITE GRADE-HIST-RECORD
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR GRADE-HISTORY: STATUS '
                   WS-HIST-STATUS
           END-IF
           CLOSE GRADE-HISTORY-FILE.

      * Sem WS-MATERIA informada carrega so as linhas 'REC' de todas
      * as materias, para o relatorio; com ela, todas as linhas da
      * materia/periodo em trabalho.
       CARREGAR-AVALIACOES-PARAG.
           MOVE ZERO TO WS-QTD-AVAL
           MOVE 'N' TO WS-AVAL-OVERFLOW
           OPEN INPUT ASSESSMENT-MARKS-FILE
           IF WS-AVL-STATUS = '00'
               PERFORM UNTIL WS-AVL-STATUS = '10'
                   READ ASSESSMENT-MARKS-FILE
                       AT END
                           MOVE '10' TO WS-AVL-STATUS
                       NOT AT END
                           IF (WS-MATERIA = SPACES AND
                               AM-COMPONENTE = 'REC') OR
                               (AM-MATERIA = WS-MATERIA AND
                               AM-TERM = WS-TERM)
                               PERFORM ACUMULAR-AVALIACAO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSESSMENT-MARKS-FILE
           END-IF
           IF WS-AVAL-OVERFLOW = 'S'
               DISPLAY 'ATENCAO: ASSESSMENT-MARKS MAIOR QUE A TABELA. '
                   'NOTAS INCOMPLETAS.'
           END-IF.

       ACUMULAR-AVALIACAO-PARAG.
           MOVE ZERO TO WS-IX-AVAL-ACHADO
           PERFORM VARYING WS-IX-AVAL FROM 1 BY 1
               UNTIL WS-IX-AVAL > WS-QTD-AVAL
               IF TAV-ID(WS-IX-AVAL) = AM-ID AND
                   TAV-MATERIA(WS-IX-AVAL) = AM-MATERIA AND
                   TAV-TERM(WS-IX-AVAL) = AM-TERM AND
                   TAV-COMP(WS-IX-AVAL) = AM-COMPONENTE
                   MOVE WS-IX-AVAL TO WS-IX-AVAL-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-AVAL-ACHADO = ZERO
               IF WS-QTD-AVAL >= 2000
                   MOVE 'S' TO WS-AVAL-OVERFLOW
               ELSE
                   ADD 1 TO WS-QTD-AVAL
                   MOVE WS-QTD-AVAL TO WS-IX-AVAL-ACHADO
                   MOVE AM-ID TO TAV-ID(WS-IX-AVAL-ACHADO)
                   MOVE AM-MATERIA TO TAV-MATERIA(WS-IX-AVAL-ACHADO)
                   MOVE AM-TERM TO TAV-TERM(WS-IX-AVAL-ACHADO)
                   MOVE AM-COMPONENTE TO TAV-COMP(WS-IX-AVAL-ACHADO)
                   MOVE AM-NOTA-ANT TO TAV-BASE(WS-IX-AVAL-ACHADO)
               END-IF
           END-IF
           IF WS-IX-AVAL-ACHADO > ZERO
               MOVE AM-NOTA TO TAV-NOTA(WS-IX-AVAL-ACHADO)
           END-IF.

      ******************************************************************
      * RECOVERY.TXT: por materia/periodo, quem ficou abaixo de 6 com
      * frequencia suficiente e ainda aguarda a prova, e quem ja fez
      * a recuperacao com a nota anterior, a da prova e a final.
      ******************************************************************
       GRAVAR-RELATORIO-REC-PARAG.
           MOVE SPACES TO WS-MATERIA
           MOVE SPACES TO WS-TERM
           PERFORM CARREGAR-AVALIACOES-PARAG
           PERFORM MONTAR-RELATORIO-REC-PARAG
           OPEN OUTPUT RECOVERY-REPORT-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR RECOVERY.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING 'ALUNOS EM RECUPERACAO EM ' WS-DATA-HOJE
                   ' - PERIODO: ' WS-TERM-FILTRO
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               IF WS-TERM-FILTRO = SPACES
                   MOVE SPACES TO RECOVERY-REPORT-LINE
                   STRING 'ALUNOS EM RECUPERACAO EM ' WS-DATA-HOJE
                       ' - TODOS OS PERIODOS'
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               END-IF
               WRITE RECOVERY-REPORT-LINE
               IF WS-REL-OVERFLOW = 'S'
                   MOVE 'ATENCAO: RELATORIO INCOMPLETO (TABELA CHEIA)'
                       TO RECOVERY-REPORT-LINE
                   WRITE RECOVERY-REPORT-LINE
               END-IF
               MOVE ZERO TO WS-TOT-AGUARDA
               MOVE ZERO TO WS-TOT-APROV-REC
               MOVE ZERO TO WS-TOT-REPROV-REC
               PERFORM VARYING WS-IX-REL FROM 1 BY 1
                   UNTIL WS-IX-REL > WS-QTD-RELAT
                   IF TR-IMPRESSO(WS-IX-REL) = 'N'
                       PERFORM GRAVAR-GRUPO-REC-PARAG
                   END-IF
               END-PERFORM
               MOVE SPACES TO RECOVERY-REPORT-LINE
               STRING 'TOTAL AGUARDANDO PROVA=' WS-TOT-AGUARDA
                   ' APROVADOS NA REC=' WS-TOT-APROV-REC
                   ' REPROVADOS NA REC=' WS-TOT-REPROV-REC
                   DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WRITE RECOVERY-REPORT-LINE
               CLOSE RECOVERY-REPORT-FILE
               DISPLAY 'AGUARDANDO PROVA: ' WS-TOT-AGUARDA
                   ' APROVADOS NA REC: ' WS-TOT-APROV-REC
                   ' REPROVADOS NA REC: ' WS-TOT-REPROV-REC
               DISPLAY 'RELATORIO GRAVADO EM RECOVERY.TXT'
           END-IF.

       MONTAR-RELATORIO-REC-PARAG.
           MOVE ZERO TO WS-QTD-RELAT
           MOVE 'N' TO WS-REL-OVERFLOW
           OPEN INPUT STUDENT-GRADES-FILE
           IF WS-SG-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR STUDENT-GRADES.DAT'
           ELSE
               PERFORM UNTIL WS-SG-STATUS = '10'
                   READ STUDENT-GRADES-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-SG-STATUS
                       NOT AT END
                           IF WS-TERM-FILTRO = SPACES OR
                               SG-TERM = WS-TERM-FILTRO
                               PERFORM AVALIAR-NOTA-REC-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF.

       AVALIAR-NOTA-REC-PARAG.
           MOVE SG-ID TO WS-ID-ALUNO
           MOVE SG-MATERIA TO WS-MATERIA
           MOVE SG-TERM TO WS-TERM
           MOVE 'REC' TO WS-COMP-TESTE
           PERFORM LOCALIZAR-AVALIACAO-PARAG
           MOVE SG-ID TO WS-FREQ-ID
           MOVE SG-MATERIA TO WS-FREQ-MATERIA
           MOVE SG-TERM TO WS-FREQ-TERM
           PERFORM CALCULAR-FREQUENCIA-PARAG
           IF WS-IX-AVAL-ACHADO > ZERO OR
               (SG-NOTA < WS-NOTA-APROVACAO AND WS-FREQ-OK = 'S')
               IF WS-QTD-RELAT >= 1000
                   MOVE 'S' TO WS-REL-OVERFLOW
               ELSE
                   ADD 1 TO WS-QTD-RELAT
                   MOVE SG-MATERIA TO TR-MATERIA(WS-QTD-RELAT)
                   MOVE SG-TERM TO TR-TERM(WS-QTD-RELAT)
                   MOVE SG-ID TO TR-ID(WS-QTD-RELAT)
                   MOVE SG-NOME TO TR-NOME(WS-QTD-RELAT)
                   MOVE SG-NOTA TO TR-NOTA(WS-QTD-RELAT)
                   MOVE 'N' TO TR-IMPRESSO(WS-QTD-RELAT)
                   IF WS-IX-AVAL-ACHADO > ZERO
                       MOVE 'S' TO TR-TEM-REC(WS-QTD-RELAT)
                       MOVE TAV-NOTA(WS-IX-AVAL-ACHADO) TO
                           TR-REC(WS-QTD-RELAT)
                       MOVE TAV-BASE(WS-IX-AVAL-ACHADO) TO
                           TR-BASE(WS-QTD-RELAT)
                   ELSE
                       MOVE 'N' TO TR-TEM-REC(WS-QTD-RELAT)
                       MOVE ZERO TO TR-REC(WS-QTD-RELAT)
                       MOVE SG-NOTA TO TR-BASE(WS-QTD-RELAT)
                   END-IF
               END-IF
           END-IF.

       GRAVAR-GRUPO-REC-PARAG.
           MOVE TR-MATERIA(WS-IX-REL) TO WS-MATERIA
           MOVE TR-TERM(WS-IX-REL) TO WS-TERM
           MOVE ZERO TO WS-QTD-GRUPO-AGU
           MOVE ZERO TO WS-QTD-GRUPO-APR
           MOVE ZERO TO WS-QTD-GRUPO-REP
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING 'MATERIA: ' WS-MATERIA ' PERIODO: ' WS-TERM
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           PERFORM VARYING WS-JX-REL FROM WS-IX-REL BY 1
               UNTIL WS-JX-REL > WS-QTD-RELAT
               IF TR-MATERIA(WS-JX-REL) = WS-MATERIA AND
                   TR-TERM(WS-JX-REL) = WS-TERM
                   PERFORM GRAVAR-LINHA-REC-PARAG
               END-IF
           END-PERFORM
           MOVE SPACES TO RECOVERY-REPORT-LINE
           STRING '  AGUARDANDO PROVA=' WS-QTD-GRUPO-AGU
               ' APROVADOS NA REC=' WS-QTD-GRUPO-APR
               ' REPROVADOS NA REC=' WS-QTD-GRUPO-REP
               DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           ADD WS-QTD-GRUPO-AGU TO WS-TOT-AGUARDA
           ADD WS-QTD-GRUPO-APR TO WS-TOT-APROV-REC
           ADD WS-QTD-GRUPO-REP TO WS-TOT-REPROV-REC.

       GRAVAR-LINHA-REC-PARAG.
           MOVE 'S' TO TR-IMPRESSO(WS-JX-REL)
           MOVE SPACES TO RECOVERY-REPORT-LINE
           EVALUATE TRUE
               WHEN TR-TEM-REC(WS-JX-REL) = 'N'
                   ADD 1 TO WS-QTD-GRUPO-AGU
                   STRING '  ' TR-ID(WS-JX-REL) ' '
                       TR-NOME(WS-JX-REL)
                       ' NOTA=' TR-NOTA(WS-JX-REL)
                       ' AGUARDANDO PROVA'
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WHEN TR-NOTA(WS-JX-REL) >= WS-NOTA-APROVACAO
                   ADD 1 TO WS-QTD-GRUPO-APR
                   STRING '  ' TR-ID(WS-JX-REL) ' '
                       TR-NOME(WS-JX-REL)
                       ' NOTA=' TR-BASE(WS-JX-REL)
                       ' REC=' TR-REC(WS-JX-REL)
                       ' FINAL=' TR-NOTA(WS-JX-REL)
                       ' APROVADO'
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-QTD-GRUPO-REP
                   STRING '  ' TR-ID(WS-JX-REL) ' '
                       TR-NOME(WS-JX-REL)
                       ' NOTA=' TR-BASE(WS-JX-REL)
                       ' REC=' TR-REC(WS-JX-REL)
                       ' FINAL=' TR-NOTA(WS-JX-REL)
                       ' REPROVADO'
                       DELIMITED BY SIZE INTO RECOVERY-REPORT-LINE
           END-EVALUATE
           WRITE RECOVERY-REPORT-LINE.

      ******************************************************************
      * Rotinas de apoio: materia, periodo, turma, cadastro e arquivos.
      ******************************************************************
       ACEITAR-MATERIA-PARAG.
           MOVE 'N' TO WS-ABANDONA
           MOVE ZERO TO WS-IX-CAT-ACHADO
           IF WS-QTD-CATALOGO = ZERO
               DISPLAY 'SEM MATERIAS EM SUBJECT-CATALOG.DAT.'
               MOVE 'S' TO WS-ABANDONA
           END-IF
           PERFORM UNTIL WS-IX-CAT-ACHADO > ZERO OR
               WS-ABANDONA = 'S'
               DISPLAY 'MATERIA (BRANCO/FIM=ABANDONAR): '
               MOVE SPACES TO WS-MATERIA
               ACCEPT WS-MATERIA
               IF WS-MATERIA = SPACES OR WS-MATERIA = 'FIM'
                   MOVE 'S' TO WS-ABANDONA
               ELSE
                   PERFORM VARYING WS-IX-CAT FROM 1 BY 1
                       UNTIL WS-IX-CAT > WS-QTD-CATALOGO
                       IF TC-MATERIA(WS-IX-CAT) = WS-MATERIA
                           MOVE WS-IX-CAT TO WS-IX-CAT-ACHADO
                       END-IF
                   END-PERFORM
                   IF WS-IX-CAT-ACHADO = ZERO
                       DISPLAY 'MATERIA FORA DO CATALOGO: ' WS-MATERIA
                   END-IF
               END-IF
           END-PERFORM.

       ACEITAR-PERIODO-PARAG.
           DISPLAY 'PERIODO/TERMO LETIVO: '
           MOVE SPACES TO WS-TERM
           ACCEPT WS-TERM
           IF WS-TERM = SPACES
               DISPLAY 'PERIODO EM BRANCO. OPERACAO ABANDONADA.'
               MOVE 'S' TO WS-ABANDONA
           END-IF.

       MONTAR-TURMA-PARAG.
           MOVE ZERO TO WS-QTD-TURMA
           PERFORM VARYING WS-IX-MATR FROM 1 BY 1
               UNTIL WS-IX-MATR > WS-QTD-MATRICULAS
               IF TN-MATERIA(WS-IX-MATR) = WS-MATERIA AND
                   TN-TERM(WS-IX-MATR) = WS-TERM
                   IF WS-QTD-TURMA >= 200
                       DISPLAY 'TURMA MAIOR QUE A TABELA. ALUNO '
                           'IGNORADO: ' TN-ID(WS-IX-MATR)
                   ELSE
                       ADD 1 TO WS-QTD-TURMA
                       MOVE TN-ID(WS-IX-MATR) TO TT-ID(WS-QTD-TURMA)
                       MOVE 'N' TO TT-LANCADA(WS-QTD-TURMA)
                       MOVE ZERO TO TT-NOTA(WS-QTD-TURMA)
                       MOVE ZERO TO TT-BASE(WS-QTD-TURMA)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-TURMA = ZERO
               DISPLAY 'NENHUM ALUNO MATRICULADO EM ' WS-MATERIA
                   ' NO PERIODO ' WS-TERM
               MOVE 'S' TO WS-ABANDONA
           END-IF.

       LOCALIZAR-NOME-ALUNO-PARAG.
           MOVE SPACES TO WS-NOME-ALUNO
           PERFORM VARYING WS-IX-MST FROM 1 BY 1
               UNTIL WS-IX-MST > WS-QTD-CADASTRO
               IF TMS-ID(WS-IX-MST) = WS-ID-ALUNO
                   MOVE TMS-NOME(WS-IX-MST) TO WS-NOME-ALUNO
               END-IF
           END-PERFORM.

       CARREGAR-CATALOGO-PARAG.
           MOVE ZERO TO WS-QTD-CATALOGO
           MOVE 'N' TO WS-CAT-OVERFLOW
           OPEN INPUT SUBJECT-CATALOG-FILE
           IF WS-CAT-STATUS = '00'
               PERFORM UNTIL WS-CAT-STATUS = '10'
                   READ SUBJECT-CATALOG-FILE
                       AT END
                           MOVE '10' TO WS-CAT-STATUS
                       NOT AT END
                           IF WS-QTD-CATALOGO >= 100
                               MOVE 'S' TO WS-CAT-OVERFLOW
                           ELSE
                               ADD 1 TO WS-QTD-CATALOGO
                               MOVE SUBJECT-CATALOG-RECORD TO
                                   WS-CATALOGO-ENT(WS-QTD-CATALOGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-CATALOG-FILE
           END-IF.

       CARREGAR-MATRICULAS-PARAG.
           MOVE ZERO TO WS-QTD-MATRICULAS
           OPEN INPUT ENROLLMENT-FILE
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO ENROLLMENT.DAT. NENHUMA TURMA '
                   'PARA LANCAMENTO.'
           ELSE
               PERFORM UNTIL WS-MAT-STATUS = '10'
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE '10' TO WS-MAT-STATUS
                       NOT AT END
                           IF WS-QTD-MATRICULAS >= 500
                               DISPLAY 'TABELA DE MATRICULAS CHEIA. '
                                   'MATRICULA IGNORADA: ' EN-ID
                           ELSE
                               ADD 1 TO WS-QTD-MATRICULAS
                               MOVE EN-ID TO
                                   TN-ID(WS-QTD-MATRICULAS)
                               MOVE EN-MATERIA TO
                                   TN-MATERIA(WS-QTD-MATRICULAS)
                               MOVE EN-TERM TO
                                   TN-TERM(WS-QTD-MATRICULAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

       CARREGAR-CADASTRO-PARAG.
           MOVE ZERO TO WS-QTD-CADASTRO
           OPEN INPUT STUDENT-MASTER-FILE
           IF WS-MST-STATUS = '00'
               PERFORM UNTIL WS-MST-STATUS = '10'
                   READ STUDENT-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-MST-STATUS
                       NOT AT END
                           IF WS-QTD-CADASTRO < 500
                               ADD 1 TO WS-QTD-CADASTRO
                               MOVE SM-ID TO
                                   TMS-ID(WS-QTD-CADASTRO)
                               MOVE SM-NOME TO
                                   TMS-NOME(WS-QTD-CADASTRO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER-FILE
           END-IF.

       GRAVAR-AUDITORIA-PARAG.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE 'PROGG33' TO AUD-PROGRAMA
           MOVE WS-OPERADOR TO AUD-OPERADOR
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

      * Frequencia: conta as aulas de cada materia/periodo em
      * CLASS-SESSION.DAT e as faltas ('F') de cada aluno em
      * ATTENDANCE.DAT. Sem os arquivos nenhuma materia tem aula
      * registrada e a situacao depende so da nota.
       CARREGAR-FREQUENCIA-PARAG.
           MOVE ZERO TO WS-QTD-AULAS-TAB
           MOVE ZERO TO WS-QTD-FALTAS-TAB
           MOVE 'N' TO WS-FREQ-OVERFLOW
           OPEN INPUT CLASS-SESSION-FILE
           IF WS-AULA-STATUS = '00'
               PERFORM UNTIL WS-AULA-STATUS = '10'
                   READ CLASS-SESSION-FILE
                       AT END
                           MOVE '10' TO WS-AULA-STATUS
                       NOT AT END
                           PERFORM ACUMULAR-AULA-PARAG
                   END-READ
               END-PERFORM
               CLOSE CLASS-SESSION-FILE
           END-IF
           OPEN INPUT ATTENDANCE-FILE
           IF WS-FREQ-STATUS = '00'
               PERFORM UNTIL WS-FREQ-STATUS = '10'
                   READ ATTENDANCE-FILE
                       AT END
                           MOVE '10' TO WS-FREQ-STATUS
                       NOT AT END
                           IF AT-PRESENCA = 'F'
                               PERFORM ACUMULAR-FALTA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF
           IF WS-FREQ-OVERFLOW = 'S'
               DISPLAY 'ATENCAO: CHAMADA MAIOR QUE A TABELA. '
                   'FREQUENCIA INCOMPLETA.'
           END-IF.

       ACUMULAR-AULA-PARAG.
           MOVE ZERO TO WS-IX-FREQ-ACHADO
           PERFORM VARYING WS-IX-FREQ FROM 1 BY 1
               UNTIL WS-IX-FREQ > WS-QTD-AULAS-TAB
               IF TAU-MATERIA(WS-IX-FREQ) = CS-MATERIA AND
                   TAU-TERM(WS-IX-FREQ) = CS-TERM
                   MOVE WS-IX-FREQ TO WS-IX-FREQ-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-FREQ-ACHADO = ZERO
               IF WS-QTD-AULAS-TAB >= 200
                   MOVE 'S' TO WS-FREQ-OVERFLOW
               ELSE
                   ADD 1 TO WS-QTD-AULAS-TAB
                   MOVE WS-QTD-AULAS-TAB TO WS-IX-FREQ-ACHADO
                   MOVE CS-MATERIA TO TAU-MATERIA(WS-IX-FREQ-ACHADO)
                   MOVE CS-TERM TO TAU-TERM(WS-IX-FREQ-ACHADO)
                   MOVE ZERO TO TAU-QTD(WS-IX-FREQ-ACHADO)
               END-IF
           END-IF
           IF WS-IX-FREQ-ACHADO > ZERO
               ADD 1 TO TAU-QTD(WS-IX-FREQ-ACHADO)
           END-IF.

       ACUMULAR-FALTA-PARAG.
           MOVE ZERO TO WS-IX-FREQ-ACHADO
           PERFORM VARYING WS-IX-FREQ FROM 1 BY 1
               UNTIL WS-IX-FREQ > WS-QTD-FALTAS-TAB
               IF TFL-ID(WS-IX-FREQ) = AT-ID AND
                   TFL-MATERIA(WS-IX-FREQ) = AT-MATERIA AND
                   TFL-TERM(WS-IX-FREQ) = AT-TERM
                   MOVE WS-IX-FREQ TO WS-IX-FREQ-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-FREQ-ACHADO = ZERO
               IF WS-QTD-FALTAS-TAB >= 2000
                   MOVE 'S' TO WS-FREQ-OVERFLOW
               ELSE
                   ADD 1 TO WS-QTD-FALTAS-TAB
                   MOVE WS-QTD-FALTAS-TAB TO WS-IX-FREQ-ACHADO
                   MOVE AT-ID TO TFL-ID(WS-IX-FREQ-ACHADO)
                   MOVE AT-MATERIA TO TFL-MATERIA(WS-IX-FREQ-ACHADO)
                   MOVE AT-TERM TO TFL-TERM(WS-IX-FREQ-ACHADO)
                   MOVE ZERO TO TFL-QTD(WS-IX-FREQ-ACHADO)
               END-IF
           END-IF
           IF WS-IX-FREQ-ACHADO > ZERO
               ADD 1 TO TFL-QTD(WS-IX-FREQ-ACHADO)
           END-IF.

      * Entrada: WS-FREQ-ID, WS-FREQ-MATERIA e WS-FREQ-TERM. Saida:
      * aulas, faltas, percentual e WS-FREQ-OK = 'N' quando a
      * frequencia fica abaixo de WS-FREQ-MINIMA.
       CALCULAR-FREQUENCIA-PARAG.
           MOVE ZERO TO WS-FREQ-AULAS
           MOVE ZERO TO WS-FREQ-FALTAS
           MOVE 100 TO WS-FREQ-PERC
           MOVE 'S' TO WS-FREQ-OK
           PERFORM VARYING WS-IX-FREQ FROM 1 BY 1
               UNTIL WS-IX-FREQ > WS-QTD-AULAS-TAB
               IF TAU-MATERIA(WS-IX-FREQ) = WS-FREQ-MATERIA AND
                   TAU-TERM(WS-IX-FREQ) = WS-FREQ-TERM
                   MOVE TAU-QTD(WS-IX-FREQ) TO WS-FREQ-AULAS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX-FREQ FROM 1 BY 1
               UNTIL WS-IX-FREQ > WS-QTD-FALTAS-TAB
               IF TFL-ID(WS-IX-FREQ) = WS-FREQ-ID AND
                   TFL-MATERIA(WS-IX-FREQ) = WS-FREQ-MATERIA AND
                   TFL-TERM(WS-IX-FREQ) = WS-FREQ-TERM
                   MOVE TFL-QTD(WS-IX-FREQ) TO WS-FREQ-FALTAS
               END-IF
           END-PERFORM
           IF WS-FREQ-AULAS > ZERO
               IF WS-FREQ-FALTAS > WS-FREQ-AULAS
                   MOVE WS-FREQ-AULAS TO WS-FREQ-FALTAS
               END-IF
               COMPUTE WS-FREQ-PERC ROUNDED =
                   ((WS-FREQ-AULAS - WS-FREQ-FALTAS) * 100) /
                   WS-FREQ-AULAS
               IF WS-FREQ-PERC < WS-FREQ-MINIMA
                   MOVE 'N' TO WS-FREQ-OK
               END-IF
           END-IF.
       END PROGRAM PROGG33.
