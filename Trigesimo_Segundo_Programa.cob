      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chamada das aulas. O professor registra a aula de
      *          uma materia no periodo (CLASS-SESSION.DAT) e marca
      *          presente ou falta para cada aluno matriculado nela
      *          em ENROLLMENT.DAT (ATTENDANCE.DAT). Marcacao errada
      *          se corrige com copia de seguranca do arquivo em
      *          ATTENDANCE-ANT.DAT e auditoria do valor anterior.
      *          (F)requencia mostra aulas, faltas e percentual do
      *          aluno por materia. (A)lerta grava em
      *          ATTENDANCE-ALERT.TXT os alunos reprovados por falta e
      *          os que estao a poucas faltas do minimo de 75%; na
      *          sequencia de jobs do PROGG00 (semanal) roda com
      *          JS-MODO 'A' e a margem padrao.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG32.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLASS-SESSION-FILE ASSIGN TO "CLASS-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AULA-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-STATUS.
           SELECT ATTENDANCE-BACKUP-FILE ASSIGN TO
               "ATTENDANCE-ANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANT-STATUS.
           SELECT ENROLLMENT-FILE ASSIGN TO "ENROLLMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAT-STATUS.
           SELECT SUBJECT-CATALOG-FILE ASSIGN TO
               "SUBJECT-CATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT ALERT-REPORT-FILE ASSIGN TO "ATTENDANCE-ALERT.TXT"
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
       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-SESSION-FILE.
           COPY CLASSES.
       FD  ATTENDANCE-FILE.
           COPY ATTEND.
       FD  ATTENDANCE-BACKUP-FILE.
       01  ATTENDANCE-BACKUP-LINE PIC X(48).
       FD  ENROLLMENT-FILE.
           COPY ENROLL.
       FD  SUBJECT-CATALOG-FILE.
           COPY SUBJCAT.
       FD  STUDENT-MASTER-FILE.
           COPY STUDMST.
       FD  ALERT-REPORT-FILE.
       01  ALERT-REPORT-LINE PIC X(80).
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       WORKING-STORAGE SECTION.
       77 WS-ANT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-MAT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-CAT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-MST-STATUS     PIC X(02) VALUE SPACES.
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
       77 WS-DATA-AULA      PIC 9(08) VALUE ZEROS.
       77 WS-ID-ALUNO       PIC X(10) VALUE SPACES.
       77 WS-MATERIA        PIC X(15) VALUE SPACES.
       77 WS-TERM           PIC X(10) VALUE SPACES.
       77 WS-PRESENCA       PIC X(01) VALUE SPACES.
       77 WS-PRESENCA-ANT   PIC X(01) VALUE SPACES.
       77 WS-AULA-EXISTE    PIC X(01) VALUE 'N'.
       77 WS-ACHOU-MARCA    PIC X(01) VALUE 'N'.
       77 WS-COPIA-OK       PIC X(01) VALUE 'S'.
       77 WS-GRAVACAO-OK    PIC X(01) VALUE 'S'.
       77 WS-QTD-CATALOGO   PIC 9(03) VALUE ZERO.
       77 WS-IX-CAT         PIC 9(03) VALUE ZERO.
       77 WS-IX-CAT-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-QTD-MATRICULAS PIC 9(04) VALUE ZERO.
       77 WS-IX-MATR        PIC 9(04) VALUE ZERO.
       77 WS-MATR-OVERFLOW  PIC X(01) VALUE 'N'.
       77 WS-QTD-CADASTRO   PIC 9(04) VALUE ZERO.
       77 WS-IX-MST         PIC 9(04) VALUE ZERO.
       77 WS-IX-MST-ACHADO  PIC 9(04) VALUE ZERO.
       77 WS-NOME-ALUNO     PIC X(30) VALUE SPACES.
       77 WS-QTD-CHAMADA    PIC 9(03) VALUE ZERO.
       77 WS-IX-CHAM        PIC 9(03) VALUE ZERO.
       77 WS-QTD-FALTAS-AULA PIC 9(03) VALUE ZERO.
       77 WS-MARGEM-FALTAS  PIC 9(02) VALUE ZERO.
       77 WS-LIMITE-AULAS   PIC 9(05) VALUE ZERO.
       77 WS-FALTAS-RESTAM  PIC 9(03) VALUE ZERO.
       77 WS-QTD-REPROV     PIC 9(05) VALUE ZERO.
       77 WS-QTD-ALERTA     PIC 9(05) VALUE ZERO.
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
      * Alunos da aula em registro, na ordem de ENROLLMENT.DAT.
       01 WS-TABELA-CHAMADA.
           05 WS-CHAMADA-ENT OCCURS 200 TIMES.
               10 TCH-ID        PIC X(10).
               10 TCH-PRESENCA  PIC X(01).
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
           DISPLAY 'CHAMADA E FREQUENCIA DAS AULAS'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-MATRICULAS-PARAG
           PERFORM CARREGAR-CADASTRO-PARAG
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO = 'S'
               EVALUATE WS-MODO
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 2 TO WS-MARGEM-FALTAS
                       PERFORM GRAVAR-ALERTA-PARAG
                   WHEN OTHER
                       DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG32: '
                           WS-MODO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           ELSE
               PERFORM CARREGAR-CATALOGO-PARAG
               PERFORM MENU-CHAMADA-PARAG
           END-IF
           GOBACK.

       MENU-CHAMADA-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'ACAO: (R)EGISTRAR CHAMADA (C)ORRIGIR MARCACAO '
                   '(F)REQUENCIA DO ALUNO (A)LERTA (S)AIR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM REGISTRAR-CHAMADA-PARAG
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CORRIGIR-MARCACAO-PARAG
                   WHEN 'F'
                   WHEN 'f'
                       PERFORM CONSULTAR-FREQUENCIA-PARAG
                   WHEN 'A'
                   WHEN 'a'
                       DISPLAY 'MARGEM DE FALTAS PARA O ALERTA (0=2): '
                       ACCEPT WS-MARGEM-FALTAS
                       IF WS-MARGEM-FALTAS = ZERO
                           MOVE 2 TO WS-MARGEM-FALTAS
                       END-IF
                       PERFORM GRAVAR-ALERTA-PARAG
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

      * Uma chamada por materia, periodo e data. A lista vem das
      * matriculas da materia no periodo; branco vale presente.
       REGISTRAR-CHAMADA-PARAG.
           PERFORM ACEITAR-AULA-PARAG
           IF WS-ABANDONA = 'N'
               PERFORM VERIFICAR-AULA-EXISTE-PARAG
               IF WS-AULA-EXISTE = 'S'
                   DISPLAY 'CHAMADA JA REGISTRADA PARA ' WS-MATERIA
                       ' ' WS-TERM ' EM ' WS-DATA-AULA
                   DISPLAY 'USE (C)ORRIGIR PARA ALTERAR UMA MARCACAO.'
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM MONTAR-CHAMADA-PARAG
               IF WS-QTD-CHAMADA = ZERO
                   DISPLAY 'NENHUM ALUNO MATRICULADO EM ' WS-MATERIA
                       ' NO PERIODO ' WS-TERM
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               MOVE ZERO TO WS-QTD-FALTAS-AULA
               PERFORM VARYING WS-IX-CHAM FROM 1 BY 1
                   UNTIL WS-IX-CHAM > WS-QTD-CHAMADA
                   PERFORM MARCAR-ALUNO-PARAG
               END-PERFORM
               DISPLAY 'ALUNOS: ' WS-QTD-CHAMADA
                   ' FALTAS: ' WS-QTD-FALTAS-AULA
               DISPLAY 'GRAVAR A CHAMADA? (S/N) '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM GRAVAR-CHAMADA-PARAG
               ELSE
                   DISPLAY 'CHAMADA DESCARTADA.'
               END-IF
           END-IF.

       ACEITAR-AULA-PARAG.
           MOVE 'N' TO WS-ABANDONA
           MOVE ZERO TO WS-IX-CAT-ACHADO
           PERFORM UNTIL WS-IX-CAT-ACHADO > ZERO OR
               WS-ABANDONA = 'S'
               DISPLAY 'MATERIA (BRANCO/FIM=ABANDONAR): '
               ACCEPT WS-MATERIA
               IF WS-MATERIA = SPACES OR WS-MATERIA = 'FIM'
                   MOVE 'S' TO WS-ABANDONA
               ELSE
                   IF WS-QTD-CATALOGO = ZERO
                       MOVE 1 TO WS-IX-CAT-ACHADO
                   ELSE
                       PERFORM LOCALIZAR-NO-CATALOGO-PARAG
                       IF WS-IX-CAT-ACHADO = ZERO
                           DISPLAY 'MATERIA FORA DO CATALOGO: '
                               WS-MATERIA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ABANDONA = 'N'
               DISPLAY 'PERIODO/TERMO LETIVO: '
               ACCEPT WS-TERM
               IF WS-TERM = SPACES
                   DISPLAY 'PERIODO EM BRANCO. OPERACAO ABANDONADA.'
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               DISPLAY 'DATA DA AULA (AAAAMMDD, 0=HOJE): '
               ACCEPT WS-DATA-AULA
               IF WS-DATA-AULA = ZERO
                   MOVE WS-DATA-HOJE TO WS-DATA-AULA
               END-IF
               IF WS-DATA-AULA(5:2) < '01' OR
                   WS-DATA-AULA(5:2) > '12' OR
                   WS-DATA-AULA(7:2) < '01' OR
                   WS-DATA-AULA(7:2) > '31' OR
                   WS-DATA-AULA > WS-DATA-HOJE
                   DISPLAY 'DATA INVALIDA OU FUTURA: ' WS-DATA-AULA
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF.

       VERIFICAR-AULA-EXISTE-PARAG.
           MOVE 'N' TO WS-AULA-EXISTE
           OPEN INPUT CLASS-SESSION-FILE
           IF WS-AULA-STATUS = '00'
               PERFORM UNTIL WS-AULA-STATUS = '10'
                   READ CLASS-SESSION-FILE
                       AT END
                           MOVE '10' TO WS-AULA-STATUS
                       NOT AT END
                           IF CS-MATERIA = WS-MATERIA AND
                               CS-TERM = WS-TERM AND
                               CS-DATA = WS-DATA-AULA
                               MOVE 'S' TO WS-AULA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-SESSION-FILE
           END-IF.

       MONTAR-CHAMADA-PARAG.
           MOVE ZERO TO WS-QTD-CHAMADA
           PERFORM VARYING WS-IX-MATR FROM 1 BY 1
               UNTIL WS-IX-MATR > WS-QTD-MATRICULAS
               IF TN-MATERIA(WS-IX-MATR) = WS-MATERIA AND
                   TN-TERM(WS-IX-MATR) = WS-TERM
                   IF WS-QTD-CHAMADA >= 200
                       DISPLAY 'TURMA MAIOR QUE A TABELA. ALUNO '
                           'IGNORADO: ' TN-ID(WS-IX-MATR)
                   ELSE
                       ADD 1 TO WS-QTD-CHAMADA
                       MOVE TN-ID(WS-IX-MATR) TO
                           TCH-ID(WS-QTD-CHAMADA)
                       MOVE 'P' TO TCH-PRESENCA(WS-QTD-CHAMADA)
                   END-IF
               END-IF
           END-PERFORM.

       MARCAR-ALUNO-PARAG.
           MOVE TCH-ID(WS-IX-CHAM) TO WS-ID-ALUNO
           PERFORM LOCALIZAR-NOME-ALUNO-PARAG
           MOVE SPACES TO WS-PRESENCA
           PERFORM UNTIL WS-PRESENCA = 'P' OR WS-PRESENCA = 'F'
               DISPLAY WS-ID-ALUNO ' ' WS-NOME-ALUNO
                   ' (P)RESENTE/(F)ALTA (BRANCO=P): '
               ACCEPT WS-PRESENCA
               EVALUATE WS-PRESENCA
                   WHEN SPACE
                   WHEN 'p'
                       MOVE 'P' TO WS-PRESENCA
                   WHEN 'f'
                       MOVE 'F' TO WS-PRESENCA
                   WHEN 'P'
                   WHEN 'F'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'MARQUE P OU F.'
               END-EVALUATE
           END-PERFORM
           MOVE WS-PRESENCA TO TCH-PRESENCA(WS-IX-CHAM)
           IF WS-PRESENCA = 'F'
               ADD 1 TO WS-QTD-FALTAS-AULA
           END-IF.

      * As marcacoes sao gravadas antes da aula: a linha de
      * CLASS-SESSION.DAT so entra quando todas as marcacoes estao em
      * ATTENDANCE.DAT, para a aula nunca contar sem as faltas.
       GRAVAR-CHAMADA-PARAG.
           MOVE 'S' TO WS-GRAVACAO-OK
           OPEN EXTEND ATTENDANCE-FILE
           IF WS-FREQ-STATUS = '35'
               OPEN OUTPUT ATTENDANCE-FILE
           END-IF
           IF WS-FREQ-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ATTENDANCE.DAT: STATUS '
                   WS-FREQ-STATUS
               MOVE 'N' TO WS-GRAVACAO-OK
           ELSE
               PERFORM VARYING WS-IX-CHAM FROM 1 BY 1
                   UNTIL WS-IX-CHAM > WS-QTD-CHAMADA OR
                   WS-GRAVACAO-OK = 'N'
                   MOVE SPACES TO ATTENDANCE-RECORD
                   MOVE TCH-ID(WS-IX-CHAM) TO AT-ID
                   MOVE WS-MATERIA TO AT-MATERIA
                   MOVE WS-TERM TO AT-TERM
                   MOVE WS-DATA-AULA TO AT-DATA
                   MOVE TCH-PRESENCA(WS-IX-CHAM) TO AT-PRESENCA
                   WRITE ATTENDANCE-RECORD
                   IF WS-FREQ-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR ATTENDANCE.DAT: STATUS '
                           WS-FREQ-STATUS ' NO ALUNO '
                           TCH-ID(WS-IX-CHAM)
                       MOVE 'N' TO WS-GRAVACAO-OK
                   END-IF
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF
           IF WS-GRAVACAO-OK = 'S'
               OPEN EXTEND CLASS-SESSION-FILE
               IF WS-AULA-STATUS = '35'
                   OPEN OUTPUT CLASS-SESSION-FILE
               END-IF
               IF WS-AULA-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR CLASS-SESSION.DAT: STATUS '
                       WS-AULA-STATUS
                   MOVE 'N' TO WS-GRAVACAO-OK
               ELSE
                   MOVE SPACES TO CLASS-SESSION-RECORD
                   MOVE WS-MATERIA TO CS-MATERIA
                   MOVE WS-TERM TO CS-TERM
                   MOVE WS-DATA-AULA TO CS-DATA
                   MOVE WS-OPERADOR TO CS-OPERADOR
                   WRITE CLASS-SESSION-RECORD
                   IF WS-AULA-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR CLASS-SESSION.DAT: '
                           'STATUS ' WS-AULA-STATUS
                       MOVE 'N' TO WS-GRAVACAO-OK
                   END-IF
                   CLOSE CLASS-SESSION-FILE
               END-IF
           END-IF
           IF WS-GRAVACAO-OK = 'N'
               DISPLAY 'CHAMADA NAO REGISTRADA. CONFIRA '
                   'ATTENDANCE.DAT ANTES DE REPETIR A CHAMADA.'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING 'CHAMADA MATERIA=' WS-MATERIA DELIMITED BY '  '
                   ' TERMO=' DELIMITED BY SIZE
                   WS-TERM DELIMITED BY '  '
                   ' DATA=' WS-DATA-AULA
                   ' ALUNOS=' WS-QTD-CHAMADA
                   ' FALTAS=' WS-QTD-FALTAS-AULA
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM GRAVAR-AUDITORIA-PARAG
               DISPLAY 'CHAMADA GRAVADA.'
           END-IF.

      * A correcao copia ATTENDANCE.DAT para ATTENDANCE-ANT.DAT e
      * regrava o arquivo a partir da copia com a marcacao trocada;
      * a auditoria guarda a marcacao anterior.
       CORRIGIR-MARCACAO-PARAG.
           DISPLAY 'MATRICULA (ID) DO ALUNO: '
           ACCEPT WS-ID-ALUNO
           PERFORM ACEITAR-AULA-PARAG
           IF WS-ABANDONA = 'N'
               MOVE SPACES TO WS-PRESENCA
               DISPLAY 'NOVA MARCACAO (P)RESENTE/(F)ALTA: '
               ACCEPT WS-PRESENCA
               IF WS-PRESENCA = 'p'
                   MOVE 'P' TO WS-PRESENCA
               END-IF
               IF WS-PRESENCA = 'f'
                   MOVE 'F' TO WS-PRESENCA
               END-IF
               IF WS-PRESENCA NOT = 'P' AND WS-PRESENCA NOT = 'F'
                   DISPLAY 'MARCACAO INVALIDA. CORRECAO ABANDONADA.'
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM COPIAR-CHAMADA-PARAG
               EVALUATE TRUE
                   WHEN WS-COPIA-OK = 'N'
                       DISPLAY 'NAO FOI POSSIVEL GRAVAR A COPIA '
                           'ATTENDANCE-ANT.DAT. CORRECAO ABANDONADA; '
                           'ATTENDANCE.DAT NAO FOI ALTERADO.'
                   WHEN WS-ACHOU-MARCA = 'N'
                       DISPLAY 'MARCACAO NAO ENCONTRADA PARA O ALUNO '
                           'NESSA AULA.'
                   WHEN WS-PRESENCA-ANT = WS-PRESENCA
                       DISPLAY 'MARCACAO JA ESTA COMO ' WS-PRESENCA
                   WHEN OTHER
                       PERFORM REGRAVAR-CHAMADA-PARAG
               END-EVALUATE
           END-IF.

       COPIAR-CHAMADA-PARAG.
           MOVE 'N' TO WS-ACHOU-MARCA
           MOVE 'S' TO WS-COPIA-OK
           MOVE SPACES TO WS-PRESENCA-ANT
           OPEN INPUT ATTENDANCE-FILE
           IF WS-FREQ-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO ATTENDANCE.DAT.'
           ELSE
               OPEN OUTPUT ATTENDANCE-BACKUP-FILE
               IF WS-ANT-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ATTENDANCE-ANT.DAT: STATUS '
                       WS-ANT-STATUS
                   MOVE 'N' TO WS-COPIA-OK
               ELSE
                   PERFORM UNTIL WS-FREQ-STATUS = '10'
                       READ ATTENDANCE-FILE
                           AT END
                               MOVE '10' TO WS-FREQ-STATUS
                           NOT AT END
                               PERFORM COPIAR-MARCACAO-PARAG
                       END-READ
                   END-PERFORM
                   CLOSE ATTENDANCE-BACKUP-FILE
               END-IF
               CLOSE ATTENDANCE-FILE
           END-IF.

       COPIAR-MARCACAO-PARAG.
           MOVE ATTENDANCE-RECORD TO ATTENDANCE-BACKUP-LINE
           WRITE ATTENDANCE-BACKUP-LINE
           IF WS-ANT-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ATTENDANCE-ANT.DAT: STATUS '
                   WS-ANT-STATUS
               MOVE 'N' TO WS-COPIA-OK
               MOVE '10' TO WS-FREQ-STATUS
           END-IF
           IF AT-ID = WS-ID-ALUNO AND
               AT-MATERIA = WS-MATERIA AND
               AT-TERM = WS-TERM AND
               AT-DATA = WS-DATA-AULA
               MOVE 'S' TO WS-ACHOU-MARCA
               MOVE AT-PRESENCA TO WS-PRESENCA-ANT
           END-IF.

       REGRAVAR-CHAMADA-PARAG.
           OPEN INPUT ATTENDANCE-BACKUP-FILE
           IF WS-ANT-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL LER ATTENDANCE-ANT.DAT. '
                   'CORRECAO ABANDONADA.'
           ELSE
               MOVE 'S' TO WS-GRAVACAO-OK
               OPEN OUTPUT ATTENDANCE-FILE
               IF WS-FREQ-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR ATTENDANCE.DAT: STATUS '
                       WS-FREQ-STATUS
                   MOVE 'N' TO WS-GRAVACAO-OK
               ELSE
                   PERFORM UNTIL WS-ANT-STATUS = '10'
                       READ ATTENDANCE-BACKUP-FILE
                           AT END
                               MOVE '10' TO WS-ANT-STATUS
                           NOT AT END
                               PERFORM REGRAVAR-MARCACAO-PARAG
                       END-READ
                   END-PERFORM
                   CLOSE ATTENDANCE-FILE
               END-IF
               CLOSE ATTENDANCE-BACKUP-FILE
               IF WS-GRAVACAO-OK = 'N'
                   DISPLAY 'CORRECAO NAO GRAVADA. A CHAMADA ANTERIOR '
                       'ESTA EM ATTENDANCE-ANT.DAT.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO AUDIT-LOG-LINE
                   STRING 'CORRECAO ID=' WS-ID-ALUNO DELIMITED BY '  '
                       ' MATERIA=' DELIMITED BY SIZE
                       WS-MATERIA DELIMITED BY '  '
                       ' DATA=' WS-DATA-AULA
                       ' DE=' WS-PRESENCA-ANT
                       ' PARA=' WS-PRESENCA
                       DELIMITED BY SIZE INTO AUD-DADOS
                   PERFORM GRAVAR-AUDITORIA-PARAG
                   DISPLAY 'MARCACAO CORRIGIDA DE ' WS-PRESENCA-ANT
                       ' PARA ' WS-PRESENCA
               END-IF
           END-IF.

      * Uma falha de gravacao interrompe a regravacao; o restante da
      * chamada continua na copia ATTENDANCE-ANT.DAT.
       REGRAVAR-MARCACAO-PARAG.
           MOVE ATTENDANCE-BACKUP-LINE TO ATTENDANCE-RECORD
           IF AT-ID = WS-ID-ALUNO AND
               AT-MATERIA = WS-MATERIA AND
               AT-TERM = WS-TERM AND
               AT-DATA = WS-DATA-AULA
               MOVE WS-PRESENCA TO AT-PRESENCA
           END-IF
           WRITE ATTENDANCE-RECORD
           IF WS-FREQ-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ATTENDANCE.DAT: STATUS '
                   WS-FREQ-STATUS
               MOVE 'N' TO WS-GRAVACAO-OK
               MOVE '10' TO WS-ANT-STATUS
           END-IF.

       CONSULTAR-FREQUENCIA-PARAG.
           DISPLAY 'MATRICULA (ID) DO ALUNO: '
           ACCEPT WS-ID-ALUNO
           PERFORM LOCALIZAR-NOME-ALUNO-PARAG
           DISPLAY 'ALUNO: ' WS-ID-ALUNO ' ' WS-NOME-ALUNO
           PERFORM CARREGAR-FREQUENCIA-PARAG
           MOVE ZERO TO WS-QTD-CHAMADA
           PERFORM VARYING WS-IX-MATR FROM 1 BY 1
               UNTIL WS-IX-MATR > WS-QTD-MATRICULAS
               IF TN-ID(WS-IX-MATR) = WS-ID-ALUNO
                   ADD 1 TO WS-QTD-CHAMADA
                   MOVE TN-ID(WS-IX-MATR) TO WS-FREQ-ID
                   MOVE TN-MATERIA(WS-IX-MATR) TO WS-FREQ-MATERIA
                   MOVE TN-TERM(WS-IX-MATR) TO WS-FREQ-TERM
                   PERFORM CALCULAR-FREQUENCIA-PARAG
                   IF WS-FREQ-OK = 'S'
                       DISPLAY WS-FREQ-MATERIA ' ' WS-FREQ-TERM
                           ' AULAS ' WS-FREQ-AULAS
                           ' FALTAS ' WS-FREQ-FALTAS
                           ' FREQ(%) ' WS-FREQ-PERC
                   ELSE
                       DISPLAY WS-FREQ-MATERIA ' ' WS-FREQ-TERM
                           ' AULAS ' WS-FREQ-AULAS
                           ' FALTAS ' WS-FREQ-FALTAS
                           ' FREQ(%) ' WS-FREQ-PERC
                           ' REPROVADO POR FALTA'
                   END-IF
               END-IF
           END-PERFORM
           IF WS-QTD-CHAMADA = ZERO
               DISPLAY 'ALUNO SEM MATRICULA EM ENROLLMENT.DAT.'
           END-IF.

      * Alerta: para cada matricula com falta, as faltas que ainda
      * cabem antes de a frequencia ficar abaixo do minimo, supondo
      * que todas as proximas aulas sejam faltas. Sai quem ja esta
      * abaixo do minimo e quem tem ate WS-MARGEM-FALTAS restantes.
       GRAVAR-ALERTA-PARAG.
           PERFORM CARREGAR-FREQUENCIA-PARAG
           IF WS-MATR-OVERFLOW = 'S'
               DISPLAY 'ATENCAO: ENROLLMENT.DAT MAIOR QUE A TABELA. '
                   'ALERTA INCOMPLETO.'
           END-IF
           OPEN OUTPUT ALERT-REPORT-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR ATTENDANCE-ALERT.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-QTD-REPROV
               MOVE ZERO TO WS-QTD-ALERTA
               MOVE SPACES TO ALERT-REPORT-LINE
               STRING 'ALERTA DE FREQUENCIA EM ' WS-DATA-HOJE
                   ' - MINIMO ' WS-FREQ-MINIMA
                   '% - MARGEM ' WS-MARGEM-FALTAS ' FALTAS'
                   DELIMITED BY SIZE INTO ALERT-REPORT-LINE
               WRITE ALERT-REPORT-LINE
               PERFORM VARYING WS-IX-MATR FROM 1 BY 1
                   UNTIL WS-IX-MATR > WS-QTD-MATRICULAS
                   PERFORM AVALIAR-MATRICULA-PARAG
               END-PERFORM
               MOVE SPACES TO ALERT-REPORT-LINE
               STRING 'REPROVADOS POR FALTA=' WS-QTD-REPROV
                   ' PROXIMOS DO LIMITE=' WS-QTD-ALERTA
                   DELIMITED BY SIZE INTO ALERT-REPORT-LINE
               WRITE ALERT-REPORT-LINE
               CLOSE ALERT-REPORT-FILE
               DISPLAY 'REPROVADOS POR FALTA: ' WS-QTD-REPROV
                   ' PROXIMOS DO LIMITE: ' WS-QTD-ALERTA
               DISPLAY 'RELATORIO GRAVADO EM ATTENDANCE-ALERT.TXT'
           END-IF.

       AVALIAR-MATRICULA-PARAG.
           MOVE TN-ID(WS-IX-MATR) TO WS-FREQ-ID
           MOVE TN-MATERIA(WS-IX-MATR) TO WS-FREQ-MATERIA
           MOVE TN-TERM(WS-IX-MATR) TO WS-FREQ-TERM
           PERFORM CALCULAR-FREQUENCIA-PARAG
           IF WS-FREQ-FALTAS > ZERO
               MOVE ZERO TO WS-FALTAS-RESTAM
               IF WS-FREQ-OK = 'S'
                   COMPUTE WS-LIMITE-AULAS =
                       ((WS-FREQ-AULAS - WS-FREQ-FALTAS) * 100) /
                       WS-FREQ-MINIMA
                   IF WS-LIMITE-AULAS > WS-FREQ-AULAS
                       COMPUTE WS-FALTAS-RESTAM =
                           WS-LIMITE-AULAS - WS-FREQ-AULAS
                   END-IF
               END-IF
               IF WS-FREQ-OK = 'N' OR
                   WS-FALTAS-RESTAM <= WS-MARGEM-FALTAS
                   MOVE WS-FREQ-ID TO WS-ID-ALUNO
                   PERFORM LOCALIZAR-NOME-ALUNO-PARAG
                   MOVE SPACES TO ALERT-REPORT-LINE
                   STRING WS-FREQ-ID ' ' WS-NOME-ALUNO ' '
                       WS-FREQ-MATERIA ' ' WS-FREQ-TERM
                       DELIMITED BY SIZE INTO ALERT-REPORT-LINE
                   WRITE ALERT-REPORT-LINE
                   MOVE SPACES TO ALERT-REPORT-LINE
                   IF WS-FREQ-OK = 'N'
                       ADD 1 TO WS-QTD-REPROV
                       STRING '  AULAS=' WS-FREQ-AULAS
                           ' FALTAS=' WS-FREQ-FALTAS
                           ' FREQ(%)=' WS-FREQ-PERC
                           ' REPROVADO POR FALTA'
                           DELIMITED BY SIZE INTO ALERT-REPORT-LINE
                   ELSE
                       ADD 1 TO WS-QTD-ALERTA
                       STRING '  AULAS=' WS-FREQ-AULAS
                           ' FALTAS=' WS-FREQ-FALTAS
                           ' FREQ(%)=' WS-FREQ-PERC
                           ' FALTAS RESTANTES=' WS-FALTAS-RESTAM
                           DELIMITED BY SIZE INTO ALERT-REPORT-LINE
                   END-IF
                   WRITE ALERT-REPORT-LINE
               END-IF
           END-IF.

       LOCALIZAR-NOME-ALUNO-PARAG.
           MOVE SPACES TO WS-NOME-ALUNO
           MOVE ZERO TO WS-IX-MST-ACHADO
           PERFORM VARYING WS-IX-MST FROM 1 BY 1
               UNTIL WS-IX-MST > WS-QTD-CADASTRO
               IF TMS-ID(WS-IX-MST) = WS-ID-ALUNO
                   MOVE WS-IX-MST TO WS-IX-MST-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-MST-ACHADO > ZERO
               MOVE TMS-NOME(WS-IX-MST-ACHADO) TO WS-NOME-ALUNO
           END-IF.

       LOCALIZAR-NO-CATALOGO-PARAG.
           MOVE ZERO TO WS-IX-CAT-ACHADO
           PERFORM VARYING WS-IX-CAT FROM 1 BY 1
               UNTIL WS-IX-CAT > WS-QTD-CATALOGO
               IF TC-MATERIA(WS-IX-CAT) = WS-MATERIA
                   MOVE WS-IX-CAT TO WS-IX-CAT-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-CATALOGO-PARAG.
           MOVE ZERO TO WS-QTD-CATALOGO
           OPEN INPUT SUBJECT-CATALOG-FILE
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO SUBJECT-CATALOG.DAT. VALIDACAO '
                   'DE MATERIA DESLIGADA.'
           ELSE
               PERFORM UNTIL WS-CAT-STATUS = '10'
                   READ SUBJECT-CATALOG-FILE
                       AT END
                           MOVE '10' TO WS-CAT-STATUS
                       NOT AT END
                           IF WS-QTD-CATALOGO >= 100
                               DISPLAY 'TABELA DE CATALOGO CHEIA. '
                                   'MATERIA IGNORADA: ' SC-MATERIA
                           ELSE
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
           MOVE 'N' TO WS-MATR-OVERFLOW
           OPEN INPUT ENROLLMENT-FILE
           IF WS-MAT-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO ENROLLMENT.DAT. NENHUM ALUNO '
                   'PARA CHAMADA.'
           ELSE
               PERFORM UNTIL WS-MAT-STATUS = '10'
                   READ ENROLLMENT-FILE
                       AT END
                           MOVE '10' TO WS-MAT-STATUS
                       NOT AT END
                           IF WS-QTD-MATRICULAS >= 500
                               MOVE 'S' TO WS-MATR-OVERFLOW
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
           MOVE 'PROGG32' TO AUD-PROGRAMA
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
       END PROGRAM PROGG32.
