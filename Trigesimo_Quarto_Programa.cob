      ******************************************************************
      * Author:
      * Date:
      * Purpose: Curriculos e auditoria de formatura. Mantem em
      *          CURRICULUM.DAT as materias obrigatorias e eletivas de
      *          cada curso e o curso de cada aluno. A auditoria le as
      *          notas de todos os periodos (STUDENT-GRADES.DAT e os
      *          arquivos TERM-ARCHIVE-<PERIODO>.DAT listados em
      *          CLOSED-TERMS.DAT pelo PROGG15): a materia conta como
      *          concluida pela tentativa aprovada (nota 6 ou mais e
      *          frequencia suficiente); reprovacoes e recursos so
      *          somam tentativas. Cada exigencia sai como concluida,
      *          cursando (matriculado no periodo corrente do aluno em
      *          ENROLLMENT.DAT) ou faltando, em DEGREE-AUDIT.TXT; os
      *          alunos que podem se formar no periodo saem em
      *          GRADUATION-LIST.TXT. Na sequencia de jobs do PROGG00
      *          roda com JS-MODO 'T' (todos os alunos).
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG34.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRICULUM-FILE ASSIGN TO "CURRICULUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT STUDENT-GRADES-FILE ASSIGN TO "STUDENT-GRADES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SG-CHAVE
               FILE STATUS IS WS-SG-STATUS.
           SELECT TERM-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT CLOSED-TERMS-FILE ASSIGN TO "CLOSED-TERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDX-STATUS.
           SELECT SUBJECT-CATALOG-FILE ASSIGN TO
               "SUBJECT-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT DEGREE-AUDIT-FILE ASSIGN TO "DEGREE-AUDIT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT GRADUATION-LIST-FILE ASSIGN TO
               "GRADUATION-LIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRM-STATUS.
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
       FD  CURRICULUM-FILE.
           COPY CURRIC.
       FD  STUDENT-GRADES-FILE.
           COPY STUDENT REPLACING ==:PREFIX:== BY ==SG==.
       FD  TERM-ARCHIVE-FILE.
       01  TERM-ARCHIVE-LINE  PIC X(80).
       FD  CLOSED-TERMS-FILE.
           COPY TERMCLOS.
       FD  SUBJECT-CATALOG-FILE.
           COPY SUBJCAT.
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  STUDENT-MASTER-FILE.
           COPY STUDMST.
       FD  DEGREE-AUDIT-FILE.
       01  DEGREE-AUDIT-LINE  PIC X(80).
       FD  GRADUATION-LIST-FILE.
       01  GRADUATION-LIST-LINE PIC X(80).
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
           COPY STUDENT REPLACING ==:PREFIX:== BY ==WRK==.
       77 WS-CUR-STATUS     PIC X(02) VALUE SPACES.
       77 WS-SG-STATUS      PIC X(02) VALUE SPACES.
       77 WS-ARQ-STATUS     PIC X(02) VALUE SPACES.
       77 WS-IDX-STATUS     PIC X(02) VALUE SPACES.
       77 WS-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-MAT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-MST-STATUS     PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-FRM-STATUS     PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-ACAO-CURSO     PIC X(01) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-CONTINUAR      PIC X(01) VALUE 'S'.
       77 WS-CONTINUAR-CURSO PIC X(01) VALUE 'S'.
       77 WS-GRAVACAO-OK    PIC X(01) VALUE 'S'.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-NOTA-APROVACAO PIC 9(02) VALUE 6.
       77 WS-NOME-ARQUIVO   PIC X(40) VALUE SPACES.
       77 WS-CURSO          PIC X(10) VALUE SPACES.
       77 WS-MATERIA        PIC X(15) VALUE SPACES.
       77 WS-CATEGORIA      PIC X(01) VALUE SPACES.
       77 WS-ID-ALUNO       PIC X(10) VALUE SPACES.
       77 WS-ID-FILTRO      PIC X(10) VALUE SPACES.
       77 WS-NOME-ALUNO     PIC X(30) VALUE SPACES.
       77 WS-TERM-ATUAL     PIC X(10) VALUE SPACES.
       77 WS-TERM-FECHADO   PIC X(10) VALUE SPACES.
       77 WS-CURSO-ANTERIOR PIC X(10) VALUE SPACES.
       77 WS-MIN-DIG        PIC 9(02) VALUE ZERO.
       77 WS-MIN-ANTERIOR   PIC 9(02) VALUE ZERO.
       77 WS-QTD-CURRICULO  PIC 9(04) VALUE ZERO.
       77 WS-IX-CUR         PIC 9(04) VALUE ZERO.
       77 WS-IX-CUR-ACHADO  PIC 9(04) VALUE ZERO.
       77 WS-IX-CURSO       PIC 9(04) VALUE ZERO.
       77 WS-IX-VINCULO     PIC 9(04) VALUE ZERO.
       77 WS-CUR-OVERFLOW   PIC X(01) VALUE 'N'.
       77 WS-QTD-CATALOGO   PIC 9(03) VALUE ZERO.
       77 WS-IX-CAT         PIC 9(03) VALUE ZERO.
       77 WS-IX-CAT-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-QTD-MATRICULAS PIC 9(04) VALUE ZERO.
       77 WS-IX-MATR        PIC 9(04) VALUE ZERO.
       77 WS-MATRICULADO    PIC X(01) VALUE 'N'.
       77 WS-QTD-CADASTRO   PIC 9(04) VALUE ZERO.
       77 WS-IX-MST         PIC 9(04) VALUE ZERO.
       77 WS-IX-MST-ACHADO  PIC 9(04) VALUE ZERO.
       77 WS-QTD-FECHADOS   PIC 9(03) VALUE ZERO.
       77 WS-IX-FECH        PIC 9(03) VALUE ZERO.
       77 WS-IX-FECH-ACHADO PIC 9(03) VALUE ZERO.
       77 WS-QTD-ARQUIVADAS PIC 9(07) VALUE ZERO.
       77 WS-QTD-TENT       PIC 9(04) VALUE ZERO.
       77 WS-IX-TENT        PIC 9(04) VALUE ZERO.
       77 WS-IX-TENT-ACHADO PIC 9(04) VALUE ZERO.
       77 WS-TENT-OVERFLOW  PIC X(01) VALUE 'N'.
       77 WS-QTD-NOTAS-LIDAS PIC 9(07) VALUE ZERO.
       77 WS-SITUACAO-REQ   PIC X(11) VALUE SPACES.
       77 WS-TEXTO-CATEG    PIC X(11) VALUE SPACES.
       77 WS-OBR-CONCLUIDAS PIC 9(03) VALUE ZERO.
       77 WS-OBR-CURSANDO   PIC 9(03) VALUE ZERO.
       77 WS-OBR-FALTANDO   PIC 9(03) VALUE ZERO.
       77 WS-ELE-CONCLUIDAS PIC 9(03) VALUE ZERO.
       77 WS-ELE-CURSANDO   PIC 9(03) VALUE ZERO.
       77 WS-ELE-FALTANDO   PIC 9(03) VALUE ZERO.
       77 WS-ELE-EXIGIDAS   PIC 9(02) VALUE ZERO.
       77 WS-QTD-EXIGENCIAS PIC 9(03) VALUE ZERO.
       77 WS-SITUACAO-ALUNO PIC X(30) VALUE SPACES.
       77 WS-SITUACAO-LISTA PIC X(24) VALUE SPACES.
       77 WS-ELEGIVEL       PIC X(01) VALUE 'N'.
       77 WS-QTD-AUDITADOS  PIC 9(04) VALUE ZERO.
       77 WS-QTD-CONCLUIDOS PIC 9(04) VALUE ZERO.
       77 WS-QTD-FORMANDOS  PIC 9(04) VALUE ZERO.
       77 WS-LISTA-ABERTA   PIC X(01) VALUE 'N'.
       77 WS-QTD-SEM-CURSO  PIC 9(04) VALUE ZERO.
      * Linhas de CURRICULUM.DAT: 'C' curso, 'M' materia do curso,
      * 'A' aluno vinculado. TCU-CHAVE e a materia ou o aluno.
       01 WS-TABELA-CURRICULO.
           05 WS-CURRICULO-ENT OCCURS 1000 TIMES.
               10 TCU-TIPO      PIC X(01).
               10 TCU-CURSO     PIC X(10).
               10 TCU-CHAVE     PIC X(15).
               10 TCU-CATEGORIA PIC X(01).
               10 TCU-NOME      PIC X(30).
               10 TCU-MIN       PIC 9(02).
               10 TCU-EXCLUIDA  PIC X(01).
       01 WS-TABELA-CATALOGO.
           05 WS-CATALOGO-ENT OCCURS 100 TIMES.
               10 TC-MATERIA    PIC X(15).
       01 WS-TABELA-MATRICULAS.
           05 WS-MATRICULA-ENT OCCURS 500 TIMES.
               10 TN-ID         PIC X(10).
               10 TN-MATERIA    PIC X(15).
               10 TN-TERM       PIC X(10).
       01 WS-TABELA-CADASTRO.
           05 WS-CADASTRO-ENT OCCURS 500 TIMES.
               10 TMS-ID        PIC X(10).
               10 TMS-NOME      PIC X(30).
               10 TMS-TERM      PIC X(10).
       01 WS-TABELA-FECHADOS.
           05 WS-FECHADO-ENT OCCURS 100 TIMES.
               10 TFE-TERM      PIC X(10).
      * Tentativas por aluno/materia em todos os periodos: aprovada
      * guarda o periodo e a nota da aprovacao; senao a ultima lida.
       01 WS-TABELA-TENTATIVAS.
           05 WS-TENTATIVA-ENT OCCURS 3000 TIMES.
               10 TAP-ID        PIC X(10).
               10 TAP-MATERIA   PIC X(15).
               10 TAP-APROVADA  PIC X(01).
               10 TAP-TERM      PIC X(10).
               10 TAP-NOTA      PIC 9(02).
               10 TAP-TENTATIVAS PIC 9(02).
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
           DISPLAY 'CURRICULOS E AUDITORIA DE FORMATURA'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-CURRICULO-PARAG
           PERFORM CARREGAR-CATALOGO-PARAG
           PERFORM CARREGAR-CADASTRO-PARAG
           PERFORM CARREGAR-MATRICULAS-PARAG
           PERFORM CARREGAR-FECHADOS-PARAG
           PERFORM CARREGAR-FREQUENCIA-PARAG
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO = 'S'
               EVALUATE WS-MODO
                   WHEN 'T'
                   WHEN 't'
                       PERFORM AUDITAR-TODOS-PARAG
                   WHEN OTHER
                       DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG34: '
                           WS-MODO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           ELSE
               PERFORM MENU-CURRICULO-PARAG
           END-IF
           GOBACK.

       MENU-CURRICULO-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'ACAO: (C)URSO (V)INCULAR ALUNO (P)ERIODO '
                   'FECHADO (A)UDITAR ALUNO (T)ODOS (S)AIR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'C'
                   WHEN 'c'
                       IF WS-CUR-OVERFLOW = 'S'
                           PERFORM RECUSAR-MANUTENCAO-PARAG
                       ELSE
                           PERFORM MANTER-CURSO-PARAG
                       END-IF
                   WHEN 'V'
                   WHEN 'v'
                       IF WS-CUR-OVERFLOW = 'S'
                           PERFORM RECUSAR-MANUTENCAO-PARAG
                       ELSE
                           PERFORM VINCULAR-ALUNO-PARAG
                       END-IF
                   WHEN 'P'
                   WHEN 'p'
                       PERFORM REGISTRAR-FECHADO-PARAG
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM AUDITAR-UM-ALUNO-PARAG
                   WHEN 'T'
                   WHEN 't'
                       PERFORM AUDITAR-TODOS-PARAG
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

       RECUSAR-MANUTENCAO-PARAG.
           DISPLAY 'CURRICULUM.DAT MAIOR QUE A TABELA. ARQUIVO NAO '
               'REGRAVADO PARA NAO PERDER LINHAS.'.

      ******************************************************************
      * Manutencao do curso: cria o curso se nao existir e inclui ou
      * remove materias obrigatorias e eletivas do catalogo.
      * Cada alteracao regrava CURRICULUM.DAT na hora e so e auditada
      * depois de gravada; em falha a tabela volta ao que era.
      ******************************************************************
       MANTER-CURSO-PARAG.
           DISPLAY 'CODIGO DO CURSO: '
           MOVE SPACES TO WS-CURSO
           ACCEPT WS-CURSO
           IF WS-CURSO = SPACES
               DISPLAY 'CURSO EM BRANCO.'
           ELSE
               PERFORM LOCALIZAR-CURSO-PARAG
               IF WS-IX-CURSO = ZERO
                   PERFORM INCLUIR-CURSO-PARAG
               END-IF
           END-IF
           IF WS-CURSO NOT = SPACES AND WS-IX-CURSO > ZERO
               MOVE 'S' TO WS-CONTINUAR-CURSO
               PERFORM UNTIL WS-CONTINUAR-CURSO = 'N'
                   PERFORM LISTAR-CURSO-PARAG
                   DISPLAY 'CURSO ' WS-CURSO ': (O)BRIGATORIA '
                       '(E)LETIVA (R)EMOVER MATERIA (Q)TD ELETIVAS '
                       '(V)OLTAR ? '
                   ACCEPT WS-ACAO-CURSO
                   EVALUATE WS-ACAO-CURSO
                       WHEN 'O'
                       WHEN 'o'
                           MOVE 'O' TO WS-CATEGORIA
                           PERFORM INCLUIR-MATERIA-CURSO-PARAG
                       WHEN 'E'
                       WHEN 'e'
                           MOVE 'E' TO WS-CATEGORIA
                           PERFORM INCLUIR-MATERIA-CURSO-PARAG
                       WHEN 'R'
                       WHEN 'r'
                           PERFORM REMOVER-MATERIA-CURSO-PARAG
                       WHEN 'Q'
                       WHEN 'q'
                           PERFORM ALTERAR-MIN-ELETIVAS-PARAG
                       WHEN 'V'
                       WHEN 'v'
                           MOVE 'N' TO WS-CONTINUAR-CURSO
                       WHEN OTHER
                           DISPLAY 'ACAO INVALIDA.'
                   END-EVALUATE
               END-PERFORM
           END-IF.

       LOCALIZAR-CURSO-PARAG.
           MOVE ZERO TO WS-IX-CURSO
           PERFORM VARYING WS-IX-CUR FROM 1 BY 1
               UNTIL WS-IX-CUR > WS-QTD-CURRICULO
               IF TCU-TIPO(WS-IX-CUR) = 'C' AND
                   TCU-CURSO(WS-IX-CUR) = WS-CURSO AND
                   TCU-EXCLUIDA(WS-IX-CUR) = 'N'
                   MOVE WS-IX-CUR TO WS-IX-CURSO
               END-IF
           END-PERFORM.

       INCLUIR-CURSO-PARAG.
           DISPLAY 'CURSO NOVO. INCLUIR? (S/N) '
           ACCEPT WS-CONTINUAR-CURSO
           IF WS-CONTINUAR-CURSO = 'S' OR WS-CONTINUAR-CURSO = 's'
               PERFORM RESERVAR-LINHA-PARAG
               IF WS-IX-CUR-ACHADO > ZERO
                   MOVE WS-IX-CUR-ACHADO TO WS-IX-CURSO
                   MOVE 'C' TO TCU-TIPO(WS-IX-CURSO)
                   MOVE WS-CURSO TO TCU-CURSO(WS-IX-CURSO)
                   DISPLAY 'NOME DO CURSO: '
                   ACCEPT TCU-NOME(WS-IX-CURSO)
                   DISPLAY 'QUANTAS ELETIVAS O ALUNO PRECISA CURSAR: '
                   ACCEPT WS-MIN-DIG
                   MOVE WS-MIN-DIG TO TCU-MIN(WS-IX-CURSO)
                   PERFORM REGRAVAR-CURRICULO-PARAG
                   IF WS-GRAVACAO-OK = 'N'
                       SUBTRACT 1 FROM WS-QTD-CURRICULO
                       MOVE ZERO TO WS-IX-CURSO
                       DISPLAY 'CURSO NAO INCLUIDO.'
                   ELSE
                       MOVE SPACES TO AUDIT-LOG-LINE
                       STRING 'CURSO INCLUIDO CURSO=' WS-CURSO
                           DELIMITED BY '  '
                           ' ELETIVAS=' WS-MIN-DIG
                           ' NOME=' TCU-NOME(WS-IX-CURSO)
                           DELIMITED BY SIZE INTO AUD-DADOS
                       PERFORM GRAVAR-AUDITORIA-PARAG
                   END-IF
               END-IF
           END-IF.

      * Devolve em WS-IX-CUR-ACHADO uma linha nova limpa da tabela,
      * ou zero com a tabela cheia.
       RESERVAR-LINHA-PARAG.
           MOVE ZERO TO WS-IX-CUR-ACHADO
           IF WS-QTD-CURRICULO >= 1000
               DISPLAY 'TABELA DE CURRICULOS CHEIA. NADA INCLUIDO.'
           ELSE
               ADD 1 TO WS-QTD-CURRICULO
               MOVE WS-QTD-CURRICULO TO WS-IX-CUR-ACHADO
               MOVE SPACES TO WS-CURRICULO-ENT(WS-IX-CUR-ACHADO)
               MOVE ZERO TO TCU-MIN(WS-IX-CUR-ACHADO)
               MOVE 'N' TO TCU-EXCLUIDA(WS-IX-CUR-ACHADO)
           END-IF.

       LISTAR-CURSO-PARAG.
           DISPLAY 'CURSO ' WS-CURSO ' ' TCU-NOME(WS-IX-CURSO)
               ' ELETIVAS EXIGIDAS: ' TCU-MIN(WS-IX-CURSO)
           PERFORM VARYING WS-IX-CUR FROM 1 BY 1
               UNTIL WS-IX-CUR > WS-QTD-CURRICULO
               IF TCU-TIPO(WS-IX-CUR) = 'M' AND
                   TCU-CURSO(WS-IX-CUR) = WS-CURSO AND
                   TCU-EXCLUIDA(WS-IX-CUR) = 'N'
                   IF TCU-CATEGORIA(WS-IX-CUR) = 'O'
                       DISPLAY '  OBRIGATORIA ' TCU-CHAVE(WS-IX-CUR)
                   ELSE
                       DISPLAY '  ELETIVA     ' TCU-CHAVE(WS-IX-CUR)
                   END-IF
               END-IF
           END-PERFORM.

       LOCALIZAR-MATERIA-CURSO-PARAG.
           MOVE ZERO TO WS-IX-CUR-ACHADO
           PERFORM VARYING WS-IX-CUR FROM 1 BY 1
               UNTIL WS-IX-CUR > WS-QTD-CURRICULO
               IF TCU-TIPO(WS-IX-CUR) = 'M' AND
                   TCU-CURSO(WS-IX-CUR) = WS-CURSO AND
                   TCU-CHAVE(WS-IX-CUR) = WS-MATERIA AND
                   TCU-EXCLUIDA(WS-IX-CUR) = 'N'
                   MOVE WS-IX-CUR TO WS-IX-CUR-ACHADO
               END-IF
           END-PERFORM.

       INCLUIR-MATERIA-CURSO-PARAG.
           DISPLAY 'MATERIA: '
           MOVE SPACES TO WS-MATERIA
           ACCEPT WS-MATERIA
           MOVE ZERO TO WS-IX-CAT-ACHADO
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-QTD-CATALOGO
               IF TC-MATERIA(WS-IX-CAT) = WS-MATERIA
                   MOVE WS-IX-CAT TO WS-IX-CAT-ACHADO
               END-IF
           END-PERFORM
           PERFORM LOCALIZAR-MATERIA-CURSO-PARAG
           EVALUATE TRUE
               WHEN WS-MATERIA = SPACES
                   DISPLAY 'MATERIA EM BRANCO.'
               WHEN WS-QTD-CATALOGO > ZERO AND
                   WS-IX-CAT-ACHADO = ZERO
                   DISPLAY 'MATERIA FORA DO CATALOGO: ' WS-MATERIA
               WHEN WS-IX-CUR-ACHADO > ZERO
                   DISPLAY 'MATERIA JA CONSTA DO CURSO: ' WS-MATERIA
               WHEN OTHER
                   PERFORM RESERVAR-LINHA-PARAG
                   IF WS-IX-CUR-ACHADO > ZERO
                       MOVE 'M' TO TCU-TIPO(WS-IX-CUR-ACHADO)
                       MOVE WS-CURSO TO TCU-CURSO(WS-IX-CUR-ACHADO)
                       MOVE WS-MATERIA TO TCU-CHAVE(WS-IX-CUR-ACHADO)
                       MOVE WS-CATEGORIA TO
                           TCU-CATEGORIA(WS-IX-CUR-ACHADO)
                       PERFORM REGRAVAR-CURRICULO-PARAG
                       IF WS-GRAVACAO-OK = 'N'
                           SUBTRACT 1 FROM WS-QTD-CURRICULO
                           DISPLAY 'MATERIA NAO INCLUIDA.'
                       ELSE
                           MOVE SPACES TO AUDIT-LOG-LINE
                           STRING 'CURSO=' WS-CURSO DELIMITED BY '  '
                               ' INCLUIDA MATERIA=' DELIMITED BY SIZE
                               WS-MATERIA DELIMITED BY '  '
                               ' TIPO=' WS-CATEGORIA
                               DELIMITED BY SIZE INTO AUD-DADOS
                           PERFORM GRAVAR-AUDITORIA-PARAG
                       END-IF
                   END-IF
           END-EVALUATE.

       REMOVER-MATERIA-CURSO-PARAG.
           DISPLAY 'MATERIA A REMOVER: '
           MOVE SPACES TO WS-MATERIA
           ACCEPT WS-MATERIA
           PERFORM LOCALIZAR-MATERIA-CURSO-PARAG
           IF WS-IX-CUR-ACHADO = ZERO
               DISPLAY 'MATERIA NAO CONSTA DO CURSO: ' WS-MATERIA
           ELSE
               MOVE 'S' TO TCU-EXCLUIDA(WS-IX-CUR-ACHADO)
               PERFORM REGRAVAR-CURRICULO-PARAG
               IF WS-GRAVACAO-OK = 'N'
                   MOVE 'N' TO TCU-EXCLUIDA(WS-IX-CUR-ACHADO)
                   DISPLAY 'MATERIA NAO REMOVIDA.'
               ELSE
                   MOVE SPACES TO AUDIT-LOG-LINE
                   STRING 'CURSO=' WS-CURSO DELIMITED BY '  '
                       ' REMOVIDA MATERIA=' DELIMITED BY SIZE
                       WS-MATERIA DELIMITED BY '  '
                       ' TIPO=' TCU-CATEGORIA(WS-IX-CUR-ACHADO)
                       DELIMITED BY SIZE INTO AUD-DADOS
                   PERFORM GRAVAR-AUDITORIA-PARAG
               END-IF
           END-IF.

       ALTERAR-MIN-ELETIVAS-PARAG.
           DISPLAY 'ELETIVAS EXIGIDAS HOJE: ' TCU-MIN(WS-IX-CURSO)
           DISPLAY 'NOVA QUANTIDADE: '
           ACCEPT WS-MIN-DIG
           MOVE TCU-MIN(WS-IX-CURSO) TO WS-MIN-ANTERIOR
           MOVE WS-MIN-DIG TO TCU-MIN(WS-IX-CURSO)
           PERFORM REGRAVAR-CURRICULO-PARAG
           IF WS-GRAVACAO-OK = 'N'
               MOVE WS-MIN-ANTERIOR TO TCU-MIN(WS-IX-CURSO)
               DISPLAY 'QUANTIDADE DE ELETIVAS NAO ALTERADA.'
           ELSE
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING 'CURSO=' WS-CURSO DELIMITED BY '  '
                   ' ELETIVAS DE=' WS-MIN-ANTERIOR
                   ' PARA=' WS-MIN-DIG
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM GRAVAR-AUDITORIA-PARAG
           END-IF.

      * Um curso por aluno: vincular de novo troca o curso.
       VINCULAR-ALUNO-PARAG.
           DISPLAY 'MATRICULA (ID) DO ALUNO: '
           MOVE SPACES TO WS-ID-ALUNO
           ACCEPT WS-ID-ALUNO
           PERFORM LOCALIZAR-CADASTRO-PARAG
           IF WS-IX-MST-ACHADO = ZERO
               DISPLAY 'ALUNO NAO CADASTRADO: ' WS-ID-ALUNO
           ELSE
               DISPLAY 'CURSO DO ALUNO: '
               MOVE SPACES TO WS-CURSO
               ACCEPT WS-CURSO
               PERFORM LOCALIZAR-CURSO-PARAG
               IF WS-IX-CURSO = ZERO
                   DISPLAY 'CURSO NAO CADASTRADO: ' WS-CURSO
               ELSE
                   PERFORM LOCALIZAR-VINCULO-PARAG
                   IF WS-IX-CUR-ACHADO = ZERO
                       MOVE SPACES TO WS-CURSO-ANTERIOR
                       PERFORM RESERVAR-LINHA-PARAG
                   ELSE
                       MOVE TCU-CURSO(WS-IX-CUR-ACHADO) TO
                           WS-CURSO-ANTERIOR
                   END-IF
                   IF WS-IX-CUR-ACHADO > ZERO
                       MOVE 'A' TO TCU-TIPO(WS-IX-CUR-ACHADO)
                       MOVE WS-CURSO TO TCU-CURSO(WS-IX-CUR-ACHADO)
                       MOVE WS-ID-ALUNO TO TCU-CHAVE(WS-IX-CUR-ACHADO)
                       PERFORM REGRAVAR-CURRICULO-PARAG
                       IF WS-GRAVACAO-OK = 'N'
                           PERFORM DESFAZER-VINCULO-PARAG
                       ELSE
                           DISPLAY 'ALUNO ' WS-ID-ALUNO ' VINCULADO AO '
                               'CURSO ' WS-CURSO
                           MOVE SPACES TO AUDIT-LOG-LINE
                           STRING 'VINCULO ID=' WS-ID-ALUNO
                               ' CURSO DE=' WS-CURSO-ANTERIOR
                               ' PARA=' WS-CURSO
                               DELIMITED BY SIZE INTO AUD-DADOS
                           PERFORM GRAVAR-AUDITORIA-PARAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Vinculo novo ocupava a ultima linha da tabela; troca de curso
      * volta ao curso anterior.
       DESFAZER-VINCULO-PARAG.
           IF WS-CURSO-ANTERIOR = SPACES
               SUBTRACT 1 FROM WS-QTD-CURRICULO
           ELSE
               MOVE WS-CURSO-ANTERIOR TO TCU-CURSO(WS-IX-CUR-ACHADO)
           END-IF
           DISPLAY 'VINCULO NAO GRAVADO. ALUNO ' WS-ID-ALUNO
               ' SEM ALTERACAO.'.

       LOCALIZAR-VINCULO-PARAG.
           MOVE ZERO TO WS-IX-CUR-ACHADO
           PERFORM VARYING WS-IX-CUR FROM 1 BY 1
               UNTIL WS-IX-CUR > WS-QTD-CURRICULO
               IF TCU-TIPO(WS-IX-CUR) = 'A' AND
                   TCU-CHAVE(WS-IX-CUR) = WS-ID-ALUNO AND
                   TCU-EXCLUIDA(WS-IX-CUR) = 'N'
                   MOVE WS-IX-CUR TO WS-IX-CUR-ACHADO
               END-IF
           END-PERFORM.

      * Periodos fechados antes do indice existir: confere que o
      * arquivo do periodo existe e o acrescenta a CLOSED-TERMS.DAT.
       REGISTRAR-FECHADO-PARAG.
           DISPLAY 'PERIODO JA FECHADO PELO PROGG15: '
           MOVE SPACES TO WS-TERM-FECHADO
           ACCEPT WS-TERM-FECHADO
           MOVE ZERO TO WS-IX-FECH-ACHADO
           PERFORM VARYING WS-IX-FECH FROM 1 BY 1
               UNTIL WS-IX-FECH > WS-QTD-FECHADOS
               IF TFE-TERM(WS-IX-FECH) = WS-TERM-FECHADO
                   MOVE WS-IX-FECH TO WS-IX-FECH-ACHADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TERM-FECHADO = SPACES
                   DISPLAY 'PERIODO EM BRANCO.'
               WHEN WS-IX-FECH-ACHADO > ZERO
                   DISPLAY 'PERIODO JA CONSTA DE CLOSED-TERMS.DAT.'
               WHEN OTHER
                   PERFORM CONTAR-ARQUIVADAS-PARAG
           END-EVALUATE.

       CONTAR-ARQUIVADAS-PARAG.
           MOVE ZERO TO WS-QTD-ARQUIVADAS
           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING 'TERM-ARCHIVE-' DELIMITED BY SIZE
               WS-TERM-FECHADO DELIMITED BY '  '
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQUIVO
           OPEN INPUT TERM-ARCHIVE-FILE
           IF WS-ARQ-STATUS NOT = '00'
               DISPLAY 'ARQUIVO NAO ENCONTRADO: ' WS-NOME-ARQUIVO
           ELSE
               PERFORM UNTIL WS-ARQ-STATUS = '10'
                   READ TERM-ARCHIVE-FILE
                       AT END
                           MOVE '10' TO WS-ARQ-STATUS
                       NOT AT END
                           IF TERM-ARCHIVE-LINE(1:8) NOT = 'CONTROLE'
                               ADD 1 TO WS-QTD-ARQUIVADAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-ARCHIVE-FILE
               OPEN EXTEND CLOSED-TERMS-FILE
               IF WS-IDX-STATUS = '35'
                   OPEN OUTPUT CLOSED-TERMS-FILE
               END-IF
               MOVE SPACES TO CLOSED-TERM-RECORD
               MOVE WS-TERM-FECHADO TO CT-TERM
               MOVE WS-DATA-HOJE TO CT-DATA
               MOVE WS-QTD-ARQUIVADAS TO CT-QTD
               MOVE WS-OPERADOR TO CT-OPERADOR
               WRITE CLOSED-TERM-RECORD
               IF WS-IDX-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CLOSED-TERMS.DAT: STATUS '
                       WS-IDX-STATUS
               ELSE
                   IF WS-QTD-FECHADOS < 100
                       ADD 1 TO WS-QTD-FECHADOS
                       MOVE WS-TERM-FECHADO TO
                           TFE-TERM(WS-QTD-FECHADOS)
                   END-IF
                   DISPLAY 'PERIODO ' WS-TERM-FECHADO ' REGISTRADO COM '
                       WS-QTD-ARQUIVADAS ' NOTA(S).'
                   MOVE SPACES TO AUDIT-LOG-LINE
                   STRING 'PERIODO FECHADO REGISTRADO TERMO='
                       WS-TERM-FECHADO ' NOTAS=' WS-QTD-ARQUIVADAS
                       DELIMITED BY SIZE INTO AUD-DADOS
                   PERFORM GRAVAR-AUDITORIA-PARAG
               END-IF
               CLOSE CLOSED-TERMS-FILE
           END-IF.

      ******************************************************************
      * Auditoria de formatura.
      ******************************************************************
       AUDITAR-UM-ALUNO-PARAG.
           DISPLAY 'MATRICULA (ID) DO ALUNO: '
           MOVE SPACES TO WS-ID-FILTRO
           ACCEPT WS-ID-FILTRO
           MOVE WS-ID-FILTRO TO WS-ID-ALUNO
           PERFORM LOCALIZAR-VINCULO-PARAG
           IF WS-IX-CUR-ACHADO = ZERO
               DISPLAY 'ALUNO SEM CURSO VINCULADO: ' WS-ID-FILTRO
           ELSE
               PERFORM CARREGAR-TENTATIVAS-PARAG
               OPEN OUTPUT DEGREE-AUDIT-FILE
               IF WS-REL-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR DEGREE-AUDIT.TXT'
               ELSE
                   PERFORM GRAVAR-CABECALHO-AUDIT-PARAG
                   MOVE WS-IX-CUR-ACHADO TO WS-IX-VINCULO
                   PERFORM AUDITAR-ALUNO-PARAG
                   CLOSE DEGREE-AUDIT-FILE
                   DISPLAY 'SITUACAO: ' WS-SITUACAO-ALUNO
                   DISPLAY 'AUDITORIA GRAVADA EM DEGREE-AUDIT.TXT'
               END-IF
           END-IF.

       AUDITAR-TODOS-PARAG.
           MOVE SPACES TO WS-ID-FILTRO
           PERFORM CARREGAR-TENTATIVAS-PARAG
           MOVE ZERO TO WS-QTD-AUDITADOS
           MOVE ZERO TO WS-QTD-CONCLUIDOS
           MOVE ZERO TO WS-QTD-FORMANDOS
           OPEN OUTPUT DEGREE-AUDIT-FILE
           OPEN OUTPUT GRADUATION-LIST-FILE
           IF WS-REL-STATUS NOT = '00' OR WS-FRM-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR DEGREE-AUDIT.TXT / '
                   'GRADUATION-LIST.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WS-LISTA-ABERTA
               PERFORM GRAVAR-CABECALHO-AUDIT-PARAG
               MOVE SPACES TO GRADUATION-LIST-LINE
               STRING 'ALUNOS QUE PODEM SE FORMAR NO PERIODO - '
                   WS-DATA-HOJE
                   DELIMITED BY SIZE INTO GRADUATION-LIST-LINE
               WRITE GRADUATION-LIST-LINE
               PERFORM VARYING WS-IX-VINCULO FROM 1 BY 1
                   UNTIL WS-IX-VINCULO > WS-QTD-CURRICULO
                   IF TCU-TIPO(WS-IX-VINCULO) = 'A' AND
                       TCU-EXCLUIDA(WS-IX-VINCULO) = 'N'
                       PERFORM AUDITAR-ALUNO-PARAG
                   END-IF
               END-PERFORM
               MOVE SPACES TO DEGREE-AUDIT-LINE
               STRING 'ALUNOS AUDITADOS=' WS-QTD-AUDITADOS
                   ' CURSO CONCLUIDO=' WS-QTD-CONCLUIDOS
                   ' FORMANDOS=' WS-QTD-FORMANDOS
                   DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
               WRITE DEGREE-AUDIT-LINE
               MOVE SPACES TO GRADUATION-LIST-LINE
               STRING 'TOTAL ELEGIVEIS=' WS-QTD-FORMANDOS
                   ' (CURSO CONCLUIDO=' WS-QTD-CONCLUIDOS ')'
                   DELIMITED BY SIZE INTO GRADUATION-LIST-LINE
               WRITE GRADUATION-LIST-LINE
               DISPLAY 'ALUNOS AUDITADOS: ' WS-QTD-AUDITADOS
                   ' ELEGIVEIS: ' WS-QTD-FORMANDOS
               DISPLAY 'AUDITORIA GRAVADA EM DEGREE-AUDIT.TXT E '
                   'GRADUATION-LIST.TXT'
           END-IF
           IF WS-REL-STATUS = '00'
               CLOSE DEGREE-AUDIT-FILE
           END-IF
           IF WS-FRM-STATUS = '00'
               CLOSE GRADUATION-LIST-FILE
           END-IF
           MOVE 'N' TO WS-LISTA-ABERTA.

       GRAVAR-CABECALHO-AUDIT-PARAG.
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING 'AUDITORIA DE FORMATURA EM ' WS-DATA-HOJE
               ' NOTAS LIDAS=' WS-QTD-NOTAS-LIDAS
               ' PERIODOS FECHADOS=' WS-QTD-FECHADOS
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           WRITE DEGREE-AUDIT-LINE
           IF WS-TENT-OVERFLOW = 'S'
               MOVE 'ATENCAO: TABELA DE TENTATIVAS CHEIA. AUDITORIA '
                   TO DEGREE-AUDIT-LINE
               WRITE DEGREE-AUDIT-LINE
               MOVE 'INCOMPLETA - MATERIAS PODEM SAIR COMO FALTANDO.'
                   TO DEGREE-AUDIT-LINE
               WRITE DEGREE-AUDIT-LINE
           END-IF.

      * WS-IX-VINCULO aponta a linha 'A' do aluno. O periodo corrente
      * vem do cadastro (SM-TERM) e define o que esta em curso.
       AUDITAR-ALUNO-PARAG.
           MOVE TCU-CHAVE(WS-IX-VINCULO) TO WS-ID-ALUNO
           MOVE TCU-CURSO(WS-IX-VINCULO) TO WS-CURSO
           PERFORM LOCALIZAR-CADASTRO-PARAG
           IF WS-IX-MST-ACHADO > ZERO
               MOVE TMS-NOME(WS-IX-MST-ACHADO) TO WS-NOME-ALUNO
               MOVE TMS-TERM(WS-IX-MST-ACHADO) TO WS-TERM-ATUAL
           ELSE
               MOVE '*** FORA DO CADASTRO ***' TO WS-NOME-ALUNO
               MOVE SPACES TO WS-TERM-ATUAL
           END-IF
           ADD 1 TO WS-QTD-AUDITADOS
           MOVE ZERO TO WS-OBR-CONCLUIDAS
           MOVE ZERO TO WS-OBR-CURSANDO
           MOVE ZERO TO WS-OBR-FALTANDO
           MOVE ZERO TO WS-ELE-CONCLUIDAS
           MOVE ZERO TO WS-ELE-CURSANDO
           MOVE ZERO TO WS-QTD-EXIGENCIAS
           MOVE SPACES TO DEGREE-AUDIT-LINE
           WRITE DEGREE-AUDIT-LINE
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING 'ALUNO ' WS-ID-ALUNO ' ' WS-NOME-ALUNO
               ' CURSO ' WS-CURSO
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           WRITE DEGREE-AUDIT-LINE
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING '  PERIODO CORRENTE: ' WS-TERM-ATUAL
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           WRITE DEGREE-AUDIT-LINE
           PERFORM LOCALIZAR-CURSO-PARAG
           IF WS-IX-CURSO = ZERO
               MOVE ZERO TO WS-ELE-EXIGIDAS
           ELSE
               MOVE TCU-MIN(WS-IX-CURSO) TO WS-ELE-EXIGIDAS
           END-IF
           PERFORM VARYING WS-IX-CUR-ACHADO FROM 1 BY 1
               UNTIL WS-IX-CUR-ACHADO > WS-QTD-CURRICULO
               IF TCU-TIPO(WS-IX-CUR-ACHADO) = 'M' AND
                   TCU-CURSO(WS-IX-CUR-ACHADO) = WS-CURSO AND
                   TCU-EXCLUIDA(WS-IX-CUR-ACHADO) = 'N'
                   PERFORM AVALIAR-EXIGENCIA-PARAG
               END-IF
           END-PERFORM
           PERFORM DEFINIR-SITUACAO-ALUNO-PARAG.

       AVALIAR-EXIGENCIA-PARAG.
           ADD 1 TO WS-QTD-EXIGENCIAS
           MOVE TCU-CHAVE(WS-IX-CUR-ACHADO) TO WS-MATERIA
           MOVE TCU-CATEGORIA(WS-IX-CUR-ACHADO) TO WS-CATEGORIA
           PERFORM LOCALIZAR-TENTATIVA-PARAG
           MOVE 'N' TO WS-MATRICULADO
           PERFORM VARYING WS-IX-MATR FROM 1 BY 1
               UNTIL WS-IX-MATR > WS-QTD-MATRICULAS
               IF TN-ID(WS-IX-MATR) = WS-ID-ALUNO AND
                   TN-MATERIA(WS-IX-MATR) = WS-MATERIA AND
                   TN-TERM(WS-IX-MATR) = WS-TERM-ATUAL AND
                   WS-TERM-ATUAL NOT = SPACES
                   MOVE 'S' TO WS-MATRICULADO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-IX-TENT-ACHADO > ZERO AND
                   TAP-APROVADA(WS-IX-TENT-ACHADO) = 'S'
                   MOVE 'CONCLUIDA' TO WS-SITUACAO-REQ
                   IF WS-CATEGORIA = 'O'
                       ADD 1 TO WS-OBR-CONCLUIDAS
                   ELSE
                       ADD 1 TO WS-ELE-CONCLUIDAS
                   END-IF
               WHEN WS-MATRICULADO = 'S'
                   MOVE 'CURSANDO' TO WS-SITUACAO-REQ
                   IF WS-CATEGORIA = 'O'
                       ADD 1 TO WS-OBR-CURSANDO
                   ELSE
                       ADD 1 TO WS-ELE-CURSANDO
                   END-IF
               WHEN WS-CATEGORIA = 'O'
                   MOVE 'FALTANDO' TO WS-SITUACAO-REQ
                   ADD 1 TO WS-OBR-FALTANDO
               WHEN OTHER
                   MOVE 'NAO CURSADA' TO WS-SITUACAO-REQ
           END-EVALUATE
           IF WS-CATEGORIA = 'O'
               MOVE 'OBRIGATORIA' TO WS-TEXTO-CATEG
           ELSE
               MOVE 'ELETIVA' TO WS-TEXTO-CATEG
           END-IF
           MOVE SPACES TO DEGREE-AUDIT-LINE
           IF WS-IX-TENT-ACHADO > ZERO
               STRING '  ' WS-SITUACAO-REQ ' ' WS-MATERIA ' '
                   WS-TEXTO-CATEG
                   ' PERIODO=' TAP-TERM(WS-IX-TENT-ACHADO)
                   ' NOTA=' TAP-NOTA(WS-IX-TENT-ACHADO)
                   ' TENT=' TAP-TENTATIVAS(WS-IX-TENT-ACHADO)
                   DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           ELSE
               STRING '  ' WS-SITUACAO-REQ ' ' WS-MATERIA ' '
                   WS-TEXTO-CATEG
                   DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           END-IF
           WRITE DEGREE-AUDIT-LINE.

      * Formado: nada faltando nem em curso e eletivas suficientes.
      * Formando no periodo: o que falta esta todo em curso agora.
       DEFINIR-SITUACAO-ALUNO-PARAG.
           MOVE 'N' TO WS-ELEGIVEL
           MOVE ZERO TO WS-ELE-FALTANDO
           IF WS-ELE-CONCLUIDAS + WS-ELE-CURSANDO < WS-ELE-EXIGIDAS
               COMPUTE WS-ELE-FALTANDO = WS-ELE-EXIGIDAS -
                   WS-ELE-CONCLUIDAS - WS-ELE-CURSANDO
           END-IF
           EVALUATE TRUE
               WHEN WS-QTD-EXIGENCIAS = ZERO
                   MOVE 'CURSO SEM MATERIAS CADASTRADAS'
                       TO WS-SITUACAO-ALUNO
               WHEN WS-OBR-FALTANDO > ZERO OR WS-ELE-FALTANDO > ZERO
                   MOVE 'NAO PODE SE FORMAR NO PERIODO'
                       TO WS-SITUACAO-ALUNO
               WHEN WS-OBR-CURSANDO = ZERO AND
                   WS-ELE-CONCLUIDAS >= WS-ELE-EXIGIDAS
                   MOVE 'CURSO CONCLUIDO' TO WS-SITUACAO-ALUNO
                   MOVE 'CURSO CONCLUIDO' TO WS-SITUACAO-LISTA
                   MOVE 'S' TO WS-ELEGIVEL
                   ADD 1 TO WS-QTD-CONCLUIDOS
               WHEN OTHER
                   MOVE 'PENDENTE DAS MATERIAS EM CURSO'
                       TO WS-SITUACAO-ALUNO
                   MOVE 'SE APROVADO NO PERIODO' TO WS-SITUACAO-LISTA
                   MOVE 'S' TO WS-ELEGIVEL
           END-EVALUATE
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING '  OBRIGATORIAS: CONCLUIDAS=' WS-OBR-CONCLUIDAS
               ' CURSANDO=' WS-OBR-CURSANDO
               ' FALTANDO=' WS-OBR-FALTANDO
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           WRITE DEGREE-AUDIT-LINE
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING '  ELETIVAS: EXIGIDAS=' WS-ELE-EXIGIDAS
               ' CONCLUIDAS=' WS-ELE-CONCLUIDAS
               ' CURSANDO=' WS-ELE-CURSANDO
               ' FALTANDO=' WS-ELE-FALTANDO
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           WRITE DEGREE-AUDIT-LINE
           MOVE SPACES TO DEGREE-AUDIT-LINE
           STRING '  SITUACAO: ' WS-SITUACAO-ALUNO
               DELIMITED BY SIZE INTO DEGREE-AUDIT-LINE
           WRITE DEGREE-AUDIT-LINE
      * Lista de formandos so na auditoria geral (T), com o arquivo
      * aberto.
           IF WS-ELEGIVEL = 'S' AND WS-LISTA-ABERTA = 'S'
               ADD 1 TO WS-QTD-FORMANDOS
               MOVE SPACES TO GRADUATION-LIST-LINE
               STRING WS-ID-ALUNO ' ' WS-NOME-ALUNO ' ' WS-CURSO ' '
                   WS-SITUACAO-LISTA
                   DELIMITED BY SIZE INTO GRADUATION-LIST-LINE
               WRITE GRADUATION-LIST-LINE
           END-IF.

      ******************************************************************
      * Tentativas: periodos fechados (CLOSED-TERMS.DAT) e o arquivo
      * vivo. Com WS-ID-FILTRO preenchido so guarda aquele aluno.
      ******************************************************************
       CARREGAR-TENTATIVAS-PARAG.
           MOVE ZERO TO WS-QTD-TENT
           MOVE ZERO TO WS-QTD-NOTAS-LIDAS
           MOVE 'N' TO WS-TENT-OVERFLOW
           PERFORM VARYING WS-IX-FECH FROM 1 BY 1
               UNTIL WS-IX-FECH > WS-QTD-FECHADOS
               PERFORM LER-ARQUIVO-PERIODO-PARAG
           END-PERFORM
           OPEN INPUT STUDENT-GRADES-FILE
           IF WS-SG-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR STUDENT-GRADES.DAT: '
                   'STATUS ' WS-SG-STATUS
           ELSE
               PERFORM UNTIL WS-SG-STATUS = '10'
                   READ STUDENT-GRADES-FILE NEXT RECORD
                       AT END
                           MOVE '10' TO WS-SG-STATUS
                       NOT AT END
                           MOVE SG-RECORD TO WRK-RECORD
                           PERFORM REGISTRAR-TENTATIVA-PARAG
                   END-READ
               END-PERFORM
               CLOSE STUDENT-GRADES-FILE
           END-IF
           IF WS-TENT-OVERFLOW = 'S'
               DISPLAY 'ATENCAO: TABELA DE TENTATIVAS CHEIA. '
                   'AUDITORIA INCOMPLETA.'
           END-IF.

       LER-ARQUIVO-PERIODO-PARAG.
           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING 'TERM-ARCHIVE-' DELIMITED BY SIZE
               TFE-TERM(WS-IX-FECH) DELIMITED BY '  '
               '.DAT' DELIMITED BY SIZE
               INTO WS-NOME-ARQUIVO
           OPEN INPUT TERM-ARCHIVE-FILE
           IF WS-ARQ-STATUS NOT = '00'
               DISPLAY 'ARQUIVO DE PERIODO NAO ENCONTRADO: '
                   WS-NOME-ARQUIVO
           ELSE
               PERFORM UNTIL WS-ARQ-STATUS = '10'
                   READ TERM-ARCHIVE-FILE
                       AT END
                           MOVE '10' TO WS-ARQ-STATUS
                       NOT AT END
                           IF TERM-ARCHIVE-LINE(1:8) NOT = 'CONTROLE'
                               MOVE TERM-ARCHIVE-LINE(1:67) TO
                                   WRK-RECORD
                               PERFORM REGISTRAR-TENTATIVA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-ARCHIVE-FILE
           END-IF.

       REGISTRAR-TENTATIVA-PARAG.
           IF WS-ID-FILTRO = SPACES OR WRK-ID = WS-ID-FILTRO
               ADD 1 TO WS-QTD-NOTAS-LIDAS
               MOVE WRK-ID TO WS-ID-ALUNO
               MOVE WRK-MATERIA TO WS-MATERIA
               PERFORM LOCALIZAR-TENTATIVA-PARAG
               IF WS-IX-TENT-ACHADO = ZERO
                   IF WS-QTD-TENT >= 3000
                       MOVE 'S' TO WS-TENT-OVERFLOW
                   ELSE
                       ADD 1 TO WS-QTD-TENT
                       MOVE WS-QTD-TENT TO WS-IX-TENT-ACHADO
                       MOVE WRK-ID TO TAP-ID(WS-IX-TENT-ACHADO)
                       MOVE WRK-MATERIA TO
                           TAP-MATERIA(WS-IX-TENT-ACHADO)
                       MOVE 'N' TO TAP-APROVADA(WS-IX-TENT-ACHADO)
                       MOVE ZERO TO TAP-TENTATIVAS(WS-IX-TENT-ACHADO)
                   END-IF
               END-IF
               IF WS-IX-TENT-ACHADO > ZERO
                   ADD 1 TO TAP-TENTATIVAS(WS-IX-TENT-ACHADO)
                   IF TAP-APROVADA(WS-IX-TENT-ACHADO) = 'N'
                       MOVE WRK-TERM TO TAP-TERM(WS-IX-TENT-ACHADO)
                       MOVE WRK-NOTA TO TAP-NOTA(WS-IX-TENT-ACHADO)
                       MOVE WRK-ID TO WS-FREQ-ID
                       MOVE WRK-MATERIA TO WS-FREQ-MATERIA
                       MOVE WRK-TERM TO WS-FREQ-TERM
                       PERFORM CALCULAR-FREQUENCIA-PARAG
                       IF WRK-NOTA >= WS-NOTA-APROVACAO AND
                           WS-FREQ-OK = 'S'
                           MOVE 'S' TO TAP-APROVADA(WS-IX-TENT-ACHADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOCALIZAR-TENTATIVA-PARAG.
           MOVE ZERO TO WS-IX-TENT-ACHADO
           PERFORM VARYING WS-IX-TENT FROM 1 BY 1
               UNTIL WS-IX-TENT > WS-QTD-TENT
               IF TAP-ID(WS-IX-TENT) = WS-ID-ALUNO AND
                   TAP-MATERIA(WS-IX-TENT) = WS-MATERIA
                   MOVE WS-IX-TENT TO WS-IX-TENT-ACHADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * Cargas e gravacoes de apoio.
      ******************************************************************
       CARREGAR-CURRICULO-PARAG.
           MOVE ZERO TO WS-QTD-CURRICULO
           MOVE 'N' TO WS-CUR-OVERFLOW
           OPEN INPUT CURRICULUM-FILE
           IF WS-CUR-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO CURRICULUM.DAT. CURRICULOS '
                   'COMECAM VAZIOS.'
           ELSE
               PERFORM UNTIL WS-CUR-STATUS = '10'
                   READ CURRICULUM-FILE
                       AT END
                           MOVE '10' TO WS-CUR-STATUS
                       NOT AT END
                           PERFORM GUARDAR-LINHA-CURRICULO-PARAG
                   END-READ
               END-PERFORM
               CLOSE CURRICULUM-FILE
           END-IF.

       GUARDAR-LINHA-CURRICULO-PARAG.
           IF WS-QTD-CURRICULO >= 1000
               MOVE 'S' TO WS-CUR-OVERFLOW
               DISPLAY 'TABELA DE CURRICULOS CHEIA. LINHA IGNORADA: '
                   CU-TIPO ' ' CU-CURSO
           ELSE
               ADD 1 TO WS-QTD-CURRICULO
               MOVE SPACES TO WS-CURRICULO-ENT(WS-QTD-CURRICULO)
               MOVE ZERO TO TCU-MIN(WS-QTD-CURRICULO)
               MOVE 'N' TO TCU-EXCLUIDA(WS-QTD-CURRICULO)
               MOVE CU-TIPO TO TCU-TIPO(WS-QTD-CURRICULO)
               MOVE CU-CURSO TO TCU-CURSO(WS-QTD-CURRICULO)
               EVALUATE CU-TIPO
                   WHEN 'C'
                       MOVE CU-NOME TO TCU-NOME(WS-QTD-CURRICULO)
                       IF CU-MIN-ELETIVAS NUMERIC
                           MOVE CU-MIN-ELETIVAS TO
                               TCU-MIN(WS-QTD-CURRICULO)
                       END-IF
                   WHEN 'M'
                       MOVE CU-MATERIA TO TCU-CHAVE(WS-QTD-CURRICULO)
                       MOVE CU-CATEGORIA TO
                           TCU-CATEGORIA(WS-QTD-CURRICULO)
                   WHEN 'A'
                       MOVE CU-ID TO TCU-CHAVE(WS-QTD-CURRICULO)
                   WHEN OTHER
                       MOVE 'S' TO TCU-EXCLUIDA(WS-QTD-CURRICULO)
                       DISPLAY 'LINHA DE CURRICULO COM TIPO INVALIDO '
                           'DESCARTADA: ' CU-TIPO ' ' CU-CURSO
               END-EVALUATE
           END-IF.

       REGRAVAR-CURRICULO-PARAG.
           MOVE 'S' TO WS-GRAVACAO-OK
           IF WS-CUR-OVERFLOW = 'S'
               DISPLAY 'CURRICULUM.DAT TEM MAIS LINHAS DO QUE A '
                   'TABELA COMPORTA. ARQUIVO NAO REGRAVADO.'
               MOVE 'N' TO WS-GRAVACAO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CURRICULUM-FILE
               IF WS-CUR-STATUS NOT = '00'
                   DISPLAY 'ERRO AO REGRAVAR CURRICULUM.DAT: '
                       WS-CUR-STATUS
                   MOVE 'N' TO WS-GRAVACAO-OK
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-IX-CUR FROM 1 BY 1
                       UNTIL WS-IX-CUR > WS-QTD-CURRICULO
                       OR WS-GRAVACAO-OK = 'N'
                       IF TCU-EXCLUIDA(WS-IX-CUR) = 'N'
                           PERFORM GRAVAR-LINHA-CURRICULO-PARAG
                       END-IF
                   END-PERFORM
                   CLOSE CURRICULUM-FILE
                   IF WS-GRAVACAO-OK = 'S'
                       DISPLAY 'CURRICULUM.DAT REGRAVADO.'
                   END-IF
               END-IF
           END-IF.

       GRAVAR-LINHA-CURRICULO-PARAG.
           MOVE SPACES TO CURRICULUM-RECORD
           MOVE TCU-TIPO(WS-IX-CUR) TO CU-TIPO
           MOVE TCU-CURSO(WS-IX-CUR) TO CU-CURSO
           EVALUATE TCU-TIPO(WS-IX-CUR)
               WHEN 'C'
                   MOVE TCU-NOME(WS-IX-CUR) TO CU-NOME
                   MOVE TCU-MIN(WS-IX-CUR) TO CU-MIN-ELETIVAS
               WHEN 'M'
                   MOVE TCU-CHAVE(WS-IX-CUR) TO CU-MATERIA
                   MOVE TCU-CATEGORIA(WS-IX-CUR) TO CU-CATEGORIA
               WHEN OTHER
                   MOVE TCU-CHAVE(WS-IX-CUR) TO CU-ID
           END-EVALUATE
           WRITE CURRICULUM-RECORD
           IF WS-CUR-STATUS NOT = '00'
               DISPLAY 'ERRO AO REGRAVAR CURRICULUM.DAT: '
                   WS-CUR-STATUS
               MOVE 'N' TO WS-GRAVACAO-OK
               MOVE 8 TO RETURN-CODE
           END-IF.

       CARREGAR-FECHADOS-PARAG.
           MOVE ZERO TO WS-QTD-FECHADOS
           OPEN INPUT CLOSED-TERMS-FILE
           IF WS-IDX-STATUS = '00'
               PERFORM UNTIL WS-IDX-STATUS = '10'
                   READ CLOSED-TERMS-FILE
                       AT END
                           MOVE '10' TO WS-IDX-STATUS
                       NOT AT END
                           PERFORM GUARDAR-FECHADO-PARAG
                   END-READ
               END-PERFORM
               CLOSE CLOSED-TERMS-FILE
           END-IF.

      * O mesmo periodo fechado duas vezes aparece uma vez so.
       GUARDAR-FECHADO-PARAG.
           MOVE ZERO TO WS-IX-FECH-ACHADO
           PERFORM VARYING WS-IX-FECH FROM 1 BY 1
               UNTIL WS-IX-FECH > WS-QTD-FECHADOS
               IF TFE-TERM(WS-IX-FECH) = CT-TERM
                   MOVE WS-IX-FECH TO WS-IX-FECH-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-FECH-ACHADO = ZERO
               IF WS-QTD-FECHADOS >= 100
                   DISPLAY 'INDICE DE PERIODOS CHEIO. PERIODO '
                       'IGNORADO: ' CT-TERM
               ELSE
                   ADD 1 TO WS-QTD-FECHADOS
                   MOVE CT-TERM TO TFE-TERM(WS-QTD-FECHADOS)
               END-IF
           END-IF.

       LOCALIZAR-CADASTRO-PARAG.
           MOVE ZERO TO WS-IX-MST-ACHADO
           PERFORM VARYING WS-IX-MST FROM 1 BY 1
               UNTIL WS-IX-MST > WS-QTD-CADASTRO
               IF TMS-ID(WS-IX-MST) = WS-ID-ALUNO
                   MOVE WS-IX-MST TO WS-IX-MST-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-CATALOGO-PARAG.
           MOVE ZERO TO WS-QTD-CATALOGO
           OPEN INPUT SUBJECT-CATALOG-FILE
           IF WS-CAT-STATUS = '00'
               PERFORM UNTIL WS-CAT-STATUS = '10'
                   READ SUBJECT-CATALOG-FILE
                       AT END
                           MOVE '10' TO WS-CAT-STATUS
                       NOT AT END
                           IF WS-QTD-CATALOGO < 100
                               ADD 1 TO WS-QTD-CATALOGO
                               MOVE SC-MATERIA TO
                                   TC-MATERIA(WS-QTD-CATALOGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-CATALOG-FILE
           END-IF.

       CARREGAR-MATRICULAS-PARAG.
           MOVE ZERO TO WS-QTD-MATRICULAS
           OPEN INPUT ENROLLMENT-FILE
           IF WS-MAT-STATUS = '00'
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
                               MOVE SM-TERM TO
                                   TMS-TERM(WS-QTD-CADASTRO)
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
           MOVE 'PROGG34' TO AUD-PROGRAMA
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
       END PROGRAM PROGG34.
