           05 WS-CATALOGO-ENT OCCURS 100 TIMES.
               10 TC-MATERIA    PIC X(15).
               10 TC-NOME       PIC X(30).
               10 TC-TEM-COMP   PIC X(01).
       01 WS-TABELA-MATRICULAS.
           05 WS-MATRICULA-ENT OCCURS 500 TIMES.
               10 TN-ID         PIC X(10).
               WHEN WS-QTD-CATALOGO > ZERO AND
                   WS-IX-CAT-ACHADO = ZERO
                   MOVE '04' TO WS-MOTIVO
               WHEN WS-IX-CAT-ACHADO > ZERO AND
                   TC-TEM-COMP(WS-IX-CAT-ACHADO) = 'S'
                   MOVE '06' TO WS-MOTIVO
               WHEN OTHER
                   PERFORM VALIDAR-MATRICULA-PARAG
           END-EVALUATE.
               WHEN '05'
                   MOVE 'ALUNO NAO MATRICULADO NA MATERIA'
                       TO WS-MOTIVO-TEXTO
               WHEN '06'
                   MOVE 'MATERIA COM NOTA CALCULADA (PROGG33)'
                       TO WS-MOTIVO-TEXTO
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-TEXTO
           END-EVALUATE.
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
