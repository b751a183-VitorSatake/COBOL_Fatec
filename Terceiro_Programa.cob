           SELECT STUDENT-MASTER-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.
           SELECT CLASS-SESSION-FILE ASSIGN TO "CLASS-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AULA-STATUS.
           SELECT ATTENDANCE-FILE ASSIGN TO "ATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-GRADES-FILE.
           COPY ENROLL.
       FD  STUDENT-MASTER-FILE.
           COPY STUDMST.
       FD  CLASS-SESSION-FILE.
           COPY CLASSES.
       FD  ATTENDANCE-FILE.
           COPY ATTEND.
       WORKING-STORAGE SECTION.
           COPY STUDENT REPLACING ==:PREFIX:== BY ==WRK==.
       77 WS-SG-STATUS      PIC X(02) VALUE SPACES.
       01 WS-NOTA-VALIDA    PIC X(01) VALUE 'N'.
           88 NOTA-VALIDA VALUE 'S'.
       77 WS-SITUACAO       PIC X(09) VALUE SPACES.
       77 WS-QTD-REPROV-FALTA PIC 9(03) VALUE ZERO.
       77 WS-SEQ-ATUAL      PIC 9(04) VALUE ZERO.
       77 WS-ULTIMO-CKPT    PIC 9(04) VALUE ZERO.
       77 WS-CONTADOR-CKPT  PIC 9(04) VALUE ZERO.
           05 WS-CATALOGO-ENT OCCURS 100 TIMES.
               10 TC-MATERIA    PIC X(15).
               10 TC-NOME       PIC X(30).
               10 TC-TEM-COMP   PIC X(01).
       01 WS-TABELA-MATRICULAS.
           05 WS-MATRICULA-ENT OCCURS 500 TIMES.
               10 TN-ID         PIC X(10).
               10 TMS-ID        PIC X(10).
               10 TMS-NOME      PIC X(30).
               10 TMS-TERM      PIC X(10).
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
       MAIN-PARAG.
           PERFORM LER-OPERADOR-PARAG
           PERFORM CARREGAR-CATALOGO-PARAG
           PERFORM CARREGAR-CADASTRO-PARAG
           PERFORM CARREGAR-FREQUENCIA-PARAG
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO NOT = 'S'
               DISPLAY 'MODO: (I)NTERATIVO, (L)OTE COM CHECKPOINT OU '
       ACEITAR-MATERIAS-ALUNO-PARAG.
           MOVE ZERO TO WS-QTD-MATERIAS
           MOVE ZERO TO WS-SOMA-NOTAS
           MOVE ZERO TO WS-QTD-REPROV-FALTA
           MOVE 'S' TO WS-CONTINUAR

           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
                           WRK-MATERIA
                       DISPLAY 'USE O CODIGO OFICIAL DE '
                           'SUBJECT-CATALOG.DAT.'
                   ELSE
                       IF TC-TEM-COMP(WS-IX-CAT-ACHADO) = 'S'
                           DISPLAY 'MATERIA COM COMPONENTES DE '
                               'AVALIACAO: A NOTA FINAL E CALCULADA '
                               'NO PROGG33.'
                           MOVE ZERO TO WS-IX-CAT-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
                                   TC-MATERIA(WS-QTD-CATALOGO)
                               MOVE SC-NOME TO
                                   TC-NOME(WS-QTD-CATALOGO)
                               IF SC-COMP-CODIGO(1) = SPACES
                                   MOVE 'N' TO
                                       TC-TEM-COMP(WS-QTD-CATALOGO)
                               ELSE
                                   MOVE 'S' TO
                                       TC-TEM-COMP(WS-QTD-CATALOGO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-PERFORM.

      * Aprovado pede nota 6 ou mais e frequencia minima na materia
      * no periodo; com nota suficiente e frequencia abaixo do minimo
      * o aluno fica reprovado por falta.
       DETERMINAR-SITUACAO-PARAG.
           MOVE WRK-ID TO WS-FREQ-ID
           MOVE WRK-MATERIA TO WS-FREQ-MATERIA
           MOVE WRK-TERM TO WS-FREQ-TERM
           PERFORM CALCULAR-FREQUENCIA-PARAG
           IF WRK-NOTA >= 6 AND WS-FREQ-OK = 'S'
               MOVE 'APROVADO' TO WS-SITUACAO
           ELSE
               MOVE 'REPROVADO' TO WS-SITUACAO
           END-IF
           IF WS-FREQ-AULAS > ZERO
               DISPLAY 'AULAS: ' WS-FREQ-AULAS
                   ' FALTAS: ' WS-FREQ-FALTAS
                   ' FREQUENCIA (%): ' WS-FREQ-PERC
           END-IF
           IF WS-FREQ-OK = 'N'
               ADD 1 TO WS-QTD-REPROV-FALTA
               DISPLAY 'FREQUENCIA ABAIXO DO MINIMO DE '
                   WS-FREQ-MINIMA '%: REPROVADO POR FALTA.'
           END-IF.

      * O nome gravado e sempre o oficial do cadastro quando o aluno
               DISPLAY 'RESUMO DO ALUNO ' WRK-NOME
               DISPLAY 'QUANTIDADE DE MATERIAS: ' WS-QTD-MATERIAS
               DISPLAY 'MEDIA FINAL: ' WS-MEDIA
               IF WS-QTD-REPROV-FALTA > ZERO
                   DISPLAY 'MATERIAS REPROVADAS POR FALTA: '
                       WS-QTD-REPROV-FALTA
               END-IF
               IF WS-MEDIA >= 6 AND WS-QTD-REPROV-FALTA = ZERO
                   DISPLAY 'SITUACAO GERAL: APROVADO'
               ELSE
                   DISPLAY 'SITUACAO GERAL: REPROVADO'

      * Motivos de rejeicao: 01 nota invalida, 02 aluno fora do
      * roster, 03 materia em branco, 04 materia fora do catalogo,
      * 05 aluno nao matriculado na materia no periodo, 06 materia com
      * componentes de avaliacao (nota final calculada no PROGG33).
       VALIDAR-TRANSACAO-PARAG.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZERO TO WS-IX-ROSTER-ACHADO
               WHEN WS-QTD-CATALOGO > ZERO AND
                   WS-IX-CAT-ACHADO = ZERO
                   MOVE '04' TO WS-MOTIVO
               WHEN WS-IX-CAT-ACHADO > ZERO AND
                   TC-TEM-COMP(WS-IX-CAT-ACHADO) = 'S'
                   MOVE '06' TO WS-MOTIVO
               WHEN OTHER
                   PERFORM VALIDAR-MATRICULA-PARAG
           END-EVALUATE.
           MOVE WS-ULTIMO-CKPT TO CKPT-SEQ
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

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
       END PROGRAM PROGG03.
