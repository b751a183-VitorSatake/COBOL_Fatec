           05 WS-CATALOGO-ENT OCCURS 100 TIMES.
               10 TC-MATERIA    PIC X(15).
               10 TC-NOME       PIC X(30).
               10 TC-TEM-COMP   PIC X(01).
       01 WS-NOTA-VALIDA    PIC X(01) VALUE 'N'.
           88 NOTA-VALIDA VALUE 'S'.
       PROCEDURE DIVISION.
                   DISPLAY 'ACAO INVALIDA. NADA FOI ALTERADO.'
           END-EVALUATE.

      * Materia com componentes de avaliacao tem a nota final
      * calculada no PROGG33; aqui ela nao e digitada a mao.
       ALTERAR-NOTA-PARAG.
           MOVE SG-MATERIA TO WS-MATERIA-BUSCA
           PERFORM LOCALIZAR-NO-CATALOGO-PARAG
           IF WS-IX-CAT-ACHADO > ZERO
               IF TC-TEM-COMP(WS-IX-CAT-ACHADO) = 'S'
                   DISPLAY 'MATERIA COM COMPONENTES DE AVALIACAO: A '
                       'NOTA FINAL E CALCULADA NO PROGG33.'
                   DISPLAY 'NADA FOI ALTERADO.'
               ELSE
                   PERFORM REGRAVAR-NOTA-PARAG
               END-IF
           ELSE
               PERFORM REGRAVAR-NOTA-PARAG
           END-IF.

       REGRAVAR-NOTA-PARAG.
           MOVE SG-NOTA TO WS-NOTA-ANTERIOR
           PERFORM ACEITAR-NOTA-PARAG
           MOVE WS-NOTA-NOVA TO SG-NOTA
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
