      ******************************************************************
      * ATTEND.CPY
      * Chamada (ATTENDANCE.DAT): uma marcacao por aluno matriculado
      * (ENROLL) em cada aula de CLASS-SESSION.DAT (CLASSES), gravada
      * pelo PROGG32. AT-PRESENCA: 'P' = presente, 'F' = falta.
      * Frequencia = (aulas - faltas) * 100 / aulas; abaixo de 75% o
      * aluno fica REPROVADO POR FALTA na materia qualquer que seja a
      * nota (PROGG03, PROGG04, PROGG07 e PROGG12).
      ******************************************************************
       01  ATTENDANCE-RECORD.
           05 AT-ID          PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AT-MATERIA     PIC X(15).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AT-TERM        PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AT-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AT-PRESENCA    PIC X(01).
