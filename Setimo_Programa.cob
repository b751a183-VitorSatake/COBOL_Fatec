      * Date:
      * Purpose: Estatisticas por materia a partir de
      *          STUDENT-GRADES.DAT: quantidade de alunos, media da
      *          turma, maior e menor nota, percentual de aprovados
      *          (NOTA >= 6 e frequencia minima em ATTENDANCE.DAT) e
      *          reprovados por falta com nota suficiente, gravadas em
      *          SUBJECT-STATS.TXT.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT STATS-REPORT-FILE ASSIGN TO "SUBJECT-STATS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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
       FD  STATS-REPORT-FILE.
       01  STATS-REPORT-LINE PIC X(80).
       FD  CLASS-SESSION-FILE.
           COPY CLASSES.
       FD  ATTENDANCE-FILE.
           COPY ATTEND.
       WORKING-STORAGE SECTION.
       77 WS-SG-STATUS      PIC X(02) VALUE SPACES.
       77 WS-REPORT-STATUS  PIC X(02) VALUE SPACES.
               10 TM-MAIOR      PIC 9(02).
               10 TM-MENOR      PIC 9(02).
               10 TM-APROVADOS  PIC 9(05).
               10 TM-REPROV-FALTA PIC 9(05).
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
           MOVE ZERO TO WS-QTD-MATERIAS
           PERFORM CARREGAR-FREQUENCIA-PARAG
           OPEN INPUT STUDENT-GRADES-FILE
           IF WS-SG-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR STUDENT-GRADES.DAT'
                   MOVE ZERO TO TM-MAIOR(WS-IX-ACHADO)
                   MOVE 10 TO TM-MENOR(WS-IX-ACHADO)
                   MOVE ZERO TO TM-APROVADOS(WS-IX-ACHADO)
                   MOVE ZERO TO TM-REPROV-FALTA(WS-IX-ACHADO)
               END-IF
           END-IF

               IF SG-NOTA < TM-MENOR(WS-IX-ACHADO)
                   MOVE SG-NOTA TO TM-MENOR(WS-IX-ACHADO)
               END-IF
               MOVE SG-ID TO WS-FREQ-ID
               MOVE SG-MATERIA TO WS-FREQ-MATERIA
               MOVE SG-TERM TO WS-FREQ-TERM
               PERFORM CALCULAR-FREQUENCIA-PARAG
               IF SG-NOTA >= 6
                   IF WS-FREQ-OK = 'S'
                       ADD 1 TO TM-APROVADOS(WS-IX-ACHADO)
                   ELSE
                       ADD 1 TO TM-REPROV-FALTA(WS-IX-ACHADO)
                   END-IF
               END-IF
           END-IF.

           STRING '  MAIOR: ' TM-MAIOR(WS-IX)
               ' MENOR: ' TM-MENOR(WS-IX)
               ' APROVADOS (%): ' WS-PERC-APROV
               ' REPROV. FALTA: ' TM-REPROV-FALTA(WS-IX)
               DELIMITED BY SIZE INTO STATS-REPORT-LINE
           WRITE STATS-REPORT-LINE.

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
       END PROGRAM PROGG07.
