      ******************************************************************
      * ASSESS.CPY
      * Notas de componente de avaliacao (ASSESSMENT-MARKS.DAT),
      * gravadas pelo PROGG33: uma linha por aluno, materia, periodo
      * e componente (SC-COMP-CODIGO de SUBJCAT) a cada lancamento.
      * Relancamento do mesmo componente vale a ultima linha.
      * AM-COMPONENTE 'REC' e a prova de recuperacao; AM-NOTA-ANT
      * guarda a nota final que o aluno tinha antes dela.
      ******************************************************************
       01  ASSESSMENT-MARK-RECORD.
           05 AM-ID          PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AM-MATERIA     PIC X(15).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AM-TERM        PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AM-COMPONENTE  PIC X(04).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AM-NOTA        PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AM-NOTA-ANT    PIC 9(02).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AM-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 AM-OPERADOR    PIC X(08).
