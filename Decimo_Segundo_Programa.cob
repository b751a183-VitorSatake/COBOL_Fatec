      *          maior para a menor e grava RANKING.TXT com posicao,
      *          quadro de honra (corte configuravel) e secao final
      *          dos alunos com media abaixo de 6 para intervencao.
      *          Aluno reprovado por falta em alguma materia
      *          (frequencia abaixo do minimo em ATTENDANCE.DAT) sai
      *          marcado, fica fora do quadro de honra e entra na
      *          intervencao.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RANKING-REPORT-FILE ASSIGN TO "RANKING.TXT"
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
       FD  RANKING-REPORT-FILE.
       01  RANKING-REPORT-LINE PIC X(80).
       FD  CLASS-SESSION-FILE.
           COPY CLASSES.
       FD  ATTENDANCE-FILE.
           COPY ATTEND.
       WORKING-STORAGE SECTION.
       77 WS-SG-STATUS      PIC X(02) VALUE SPACES.
       77 WS-REPORT-STATUS  PIC X(02) VALUE SPACES.
               10 TA-SOMA       PIC 9(05).
               10 TA-QTD        PIC 9(03).
               10 TA-MEDIA      PIC 9(03)V99.
               10 TA-REPROV-FALTA PIC 9(03).
       01 WS-ALUNO-TROCA     PIC X(56).
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
           DISPLAY 'CLASSIFICACAO GERAL POR MEDIA'
           END-IF

           MOVE ZERO TO WS-QTD-ALUNOS
           PERFORM CARREGAR-FREQUENCIA-PARAG
           OPEN INPUT STUDENT-GRADES-FILE
           IF WS-SG-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR STUDENT-GRADES.DAT'
                   MOVE ZERO TO TA-SOMA(WS-IX-ACHADO)
                   MOVE ZERO TO TA-QTD(WS-IX-ACHADO)
                   MOVE ZERO TO TA-MEDIA(WS-IX-ACHADO)
                   MOVE ZERO TO TA-REPROV-FALTA(WS-IX-ACHADO)
               END-IF
           END-IF

           IF WS-IX-ACHADO > ZERO
               ADD SG-NOTA TO TA-SOMA(WS-IX-ACHADO)
               ADD 1 TO TA-QTD(WS-IX-ACHADO)
               MOVE SG-ID TO WS-FREQ-ID
               MOVE SG-MATERIA TO WS-FREQ-MATERIA
               MOVE SG-TERM TO WS-FREQ-TERM
               PERFORM CALCULAR-FREQUENCIA-PARAG
               IF WS-FREQ-OK = 'N'
                   ADD 1 TO TA-REPROV-FALTA(WS-IX-ACHADO)
               END-IF
           END-IF.

       CALCULAR-MEDIAS-PARAG.
       GRAVAR-LINHA-RANKING-PARAG.
           ADD 1 TO WS-POSICAO
           MOVE SPACES TO RANKING-REPORT-LINE
           EVALUATE TRUE
               WHEN TA-REPROV-FALTA(WS-IX) > ZERO
                   STRING WS-POSICAO '  ' TA-ID(WS-IX) ' '
                       TA-NOME(WS-IX)
                       ' MEDIA=' TA-MEDIA(WS-IX)
                       ' * FALTAS *'
                       DELIMITED BY SIZE INTO RANKING-REPORT-LINE
               WHEN TA-MEDIA(WS-IX) >= WS-CORTE-HONRA
                   ADD 1 TO WS-QTD-HONRA
                   STRING WS-POSICAO '  ' TA-ID(WS-IX) ' '
                       TA-NOME(WS-IX)
                       ' MEDIA=' TA-MEDIA(WS-IX)
                       ' * HONRA *'
                       DELIMITED BY SIZE INTO RANKING-REPORT-LINE
               WHEN OTHER
                   STRING WS-POSICAO '  ' TA-ID(WS-IX) ' '
                       TA-NOME(WS-IX)
                       ' MEDIA=' TA-MEDIA(WS-IX)
                       DELIMITED BY SIZE INTO RANKING-REPORT-LINE
           END-EVALUATE
           WRITE RANKING-REPORT-LINE.

       GRAVAR-SECAO-INTERVENCAO-PARAG.
           MOVE SPACES TO RANKING-REPORT-LINE
           STRING 'ALUNOS ABAIXO DE 6 OU REPROVADOS POR FALTA '
               '(INTERVENCAO):'
               DELIMITED BY SIZE INTO RANKING-REPORT-LINE
           WRITE RANKING-REPORT-LINE
           MOVE ZERO TO WS-QTD-INTERV
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-ALUNOS
               IF TA-MEDIA(WS-IX) < 6 OR TA-REPROV-FALTA(WS-IX) > ZERO
                   ADD 1 TO WS-QTD-INTERV
                   MOVE SPACES TO RANKING-REPORT-LINE
                   IF TA-REPROV-FALTA(WS-IX) > ZERO
                       STRING '  ' TA-ID(WS-IX) ' ' TA-NOME(WS-IX)
                           ' MEDIA=' TA-MEDIA(WS-IX)
                           ' REPROV.FALTA=' TA-REPROV-FALTA(WS-IX)
                           DELIMITED BY SIZE INTO RANKING-REPORT-LINE
                   ELSE
                       STRING '  ' TA-ID(WS-IX) ' ' TA-NOME(WS-IX)
                           ' MEDIA=' TA-MEDIA(WS-IX)
                           DELIMITED BY SIZE INTO RANKING-REPORT-LINE
                   END-IF
                   WRITE RANKING-REPORT-LINE
               END-IF
           END-PERFORM
           STRING 'TOTAL PARA INTERVENCAO: ' WS-QTD-INTERV
               DELIMITED BY SIZE INTO RANKING-REPORT-LINE
           WRITE RANKING-REPORT-LINE.

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
       END PROGRAM PROGG12.
