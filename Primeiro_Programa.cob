       01 WS-PESSOA-ACHADA PIC X(01) VALUE 'N'.
       01 WS-PESSOA-ATIVA  PIC X(01) VALUE 'N'.
       01 WS-IDENTIFICADO  PIC X(01) VALUE 'N'.
       01 WS-ANFITRIAO     PIC X(06) VALUE SPACES.
       01 WS-NOME-ANFITRIAO PIC X(20) VALUE SPACES.
       01 WS-ANFITRIAO-OK  PIC X(01) VALUE 'N'.
       01 WS-MOTIVO        PIC X(30) VALUE SPACES.
       01 WS-AUDIT-STATUS  PIC X(02) VALUE SPACES.
       01 WS-SESS-STATUS   PIC X(02) VALUE SPACES.
       01 WS-OPERADOR      PIC X(08) VALUE SPACES.
           MOVE SPACES TO WS-CRACHA
           MOVE 'N' TO WS-VISITANTE
           MOVE 'N' TO WS-IDENTIFICADO
           MOVE SPACES TO WS-ANFITRIAO
           MOVE SPACES TO WS-MOTIVO
           PERFORM UNTIL WS-IDENTIFICADO = 'S'
               DISPLAY 'Cracha (branco = visitante):'
               ACCEPT WS-CRACHA
               END-IF
           END-PERFORM

           IF WS-TIPO = 'E' AND WS-VISITANTE = 'S'
               PERFORM ACEITAR-ANFITRIAO-PARAG
           END-IF

           IF WS-TIPO = 'E'
               DISPLAY 'Prazer em conhecê-lo, ' WS-NOME
           ELSE
           MOVE 'S' TO WS-VISITANTE
           MOVE 'S' TO WS-IDENTIFICADO.

      * Visitante so entra com o cracha de quem vai visitar e o
      * motivo: e o responsavel por ele numa chamada de emergencia.
       ACEITAR-ANFITRIAO-PARAG.
           MOVE 'N' TO WS-ANFITRIAO-OK
           PERFORM UNTIL WS-ANFITRIAO-OK = 'S'
               DISPLAY 'Cracha do funcionario visitado:'
               ACCEPT WS-ANFITRIAO
               IF WS-ANFITRIAO = SPACES
                   DISPLAY 'Cracha do visitado e obrigatorio.'
               ELSE
                   PERFORM LOCALIZAR-ANFITRIAO-PARAG
                   IF WS-ANFITRIAO-OK NOT = 'S'
                       DISPLAY 'CRACHA NAO CADASTRADO OU INATIVO. '
                           'TENTE NOVAMENTE.'
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NOME-ANFITRIAO NOT = SPACES
               DISPLAY 'Visitando: ' WS-NOME-ANFITRIAO
           END-IF
           MOVE SPACES TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT = SPACES
               DISPLAY 'Motivo da visita:'
               ACCEPT WS-MOTIVO
               IF WS-MOTIVO = SPACES
                   DISPLAY 'Motivo nao pode ser vazio.'
               END-IF
           END-PERFORM.

      * Sem PERSON-MASTER.DAT o cracha visitado fica como digitado.
       LOCALIZAR-ANFITRIAO-PARAG.
           MOVE 'N' TO WS-ANFITRIAO-OK
           MOVE SPACES TO WS-NOME-ANFITRIAO
           OPEN INPUT PERSON-MASTER-FILE
           IF WS-PESSOA-STATUS NOT = '00'
               MOVE 'S' TO WS-ANFITRIAO-OK
           ELSE
               PERFORM UNTIL WS-PESSOA-STATUS = '10'
                   READ PERSON-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-PESSOA-STATUS
                       NOT AT END
                           IF PE-CRACHA = WS-ANFITRIAO AND
                               PE-ATIVO = 'S'
                               MOVE 'S' TO WS-ANFITRIAO-OK
                               MOVE PE-NOME TO WS-NOME-ANFITRIAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSON-MASTER-FILE
           END-IF.

       LOCALIZAR-PESSOA-PARAG.
           MOVE 'N' TO WS-PESSOA-ACHADA
           MOVE 'N' TO WS-PESSOA-ATIVA

       PROCESSAR-ROSTER-PARAG.
           MOVE 'E' TO WS-TIPO
           MOVE SPACES TO WS-ANFITRIAO
           MOVE SPACES TO WS-MOTIVO
           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO ROSTER.DAT'
           MOVE WS-HORA TO SL-HORA
           MOVE WS-CRACHA TO SL-CRACHA
           MOVE WS-VISITANTE TO SL-VISITANTE
           MOVE WS-ANFITRIAO TO SL-ANFITRIAO
           MOVE WS-MOTIVO TO SL-MOTIVO
           WRITE SIGNIN-LOG-RECORD
           CLOSE SIGNIN-LOG-FILE
           PERFORM GRAVAR-AUDITORIA-PARAG.
