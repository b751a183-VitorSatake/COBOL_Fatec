      ******************************************************************
      * CURRIC.CPY
      * Curriculos dos cursos (CURRICULUM.DAT), mantidos no PROGG34.
      * Tres tipos de linha, pelo CU-TIPO:
      *   'C' curso: nome e quantas eletivas o aluno precisa cursar;
      *   'M' materia do curso: obrigatoria ('O') ou eletiva ('E'),
      *       com o codigo do catalogo (SUBJCAT);
      *   'A' aluno vinculado ao curso (um curso por aluno).
      * A auditoria de formatura do PROGG34 confere as notas de todos
      * os periodos contra as linhas 'M' do curso do aluno.
      ******************************************************************
       01  CURRICULUM-RECORD.
           05 CU-TIPO        PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CU-CURSO       PIC X(10).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 CU-DADOS       PIC X(40).
           05 CU-DADOS-CURSO REDEFINES CU-DADOS.
               10 CU-NOME        PIC X(30).
               10 FILLER         PIC X(01).
               10 CU-MIN-ELETIVAS PIC 9(02).
               10 FILLER         PIC X(07).
           05 CU-DADOS-MATERIA REDEFINES CU-DADOS.
               10 CU-MATERIA     PIC X(15).
               10 FILLER         PIC X(01).
               10 CU-CATEGORIA   PIC X(01).
               10 FILLER         PIC X(23).
           05 CU-DADOS-ALUNO REDEFINES CU-DADOS.
               10 CU-ID          PIC X(10).
               10 FILLER         PIC X(30).
