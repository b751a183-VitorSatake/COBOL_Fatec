      ******************************************************************
      * CLASSES.CPY
      * Aulas dadas (CLASS-SESSION.DAT): uma linha por aula de uma
      * materia do catalogo (SUBJCAT) no periodo, gravada pelo PROGG32
      * quando o professor faz a chamada. O total de aulas da materia
      * no periodo e a base do percentual de frequencia; uma materia
      * sem aula registrada nao tem exigencia de frequencia.
      ******************************************************************
       01  CLASS-SESSION-RECORD.
           05 CS-MATERIA     PIC X(15).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CS-TERM        PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CS-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CS-OPERADOR    PIC X(08).
