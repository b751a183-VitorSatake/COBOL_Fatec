      * por extenso. PROGG03 e PROGG06 validam toda materia digitada
      * ou transacionada contra este catalogo, para acabar com as
      * grafias multiplas da mesma materia.
      * SC-COMPONENTE: ate 4 componentes de avaliacao da materia
      * (codigo e peso em %, somando 100), definidos no PROGG33. Com
      * componentes a nota final e calculada pelo PROGG33 a partir
      * das notas de cada componente (ASSESS) e nao e digitada no
      * PROGG03. Registros antigos leem os componentes como espacos.
      ******************************************************************
       01  SUBJECT-CATALOG-RECORD.
           05 SC-MATERIA     PIC X(15).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SC-NOME        PIC X(30).
           05 SC-COMPONENTE OCCURS 4 TIMES.
               10 FILLER         PIC X(01).
               10 SC-COMP-CODIGO PIC X(04).
               10 FILLER         PIC X(01).
               10 SC-COMP-PESO   PIC 9(03).
