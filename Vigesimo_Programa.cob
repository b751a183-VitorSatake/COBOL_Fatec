           05 WS-OPER-ENT OCCURS 50 TIMES.
               10 TO-ID         PIC X(08).
               10 TO-NOME       PIC X(20).
               10 TO-OPCOES     PIC X(50).
               10 TO-PIN        PIC X(04).
               10 TO-FALHAS     PIC 9(01).
               10 TO-BLOQUEADO  PIC X(01).
           IF WS-IX-OPER-ACHADO > ZERO
               DISPLAY 'OPCOES ATUAIS: '
                   TO-OPCOES(WS-IX-OPER-ACHADO)
               DISPLAY 'NUMERO DA OPCAO (1-38): '
               ACCEPT WS-POSICAO
               IF WS-POSICAO < 1 OR WS-POSICAO > 38
                   DISPLAY 'OPCAO INVALIDA. NADA ALTERADO.'
               ELSE
                   DISPLAY 'CONCEDER (S) OU REVOGAR (N) ? '
                               MOVE OP-ID TO TO-ID(WS-QTD-OPER)
                               MOVE OP-NOME TO TO-NOME(WS-QTD-OPER)
                               MOVE OP-OPCOES TO
                                   TO-OPCOES(WS-QTD-OPER)(1:25)
                               MOVE OP-OPCOES-EXT TO
                                   TO-OPCOES(WS-QTD-OPER)(26:25)
                               MOVE OP-PIN TO TO-PIN(WS-QTD-OPER)
                               IF OP-FALHAS NUMERIC
                                   MOVE OP-FALHAS TO
                       MOVE SPACES TO OPERATOR-RECORD
                       MOVE TO-ID(WS-IX-OPER) TO OP-ID
                       MOVE TO-NOME(WS-IX-OPER) TO OP-NOME
                       MOVE TO-OPCOES(WS-IX-OPER)(1:25) TO
                           OP-OPCOES
                       MOVE TO-OPCOES(WS-IX-OPER)(26:25) TO
                           OP-OPCOES-EXT
                       MOVE TO-PIN(WS-IX-OPER) TO OP-PIN
                       MOVE TO-FALHAS(WS-IX-OPER) TO OP-FALHAS
                       MOVE TO-BLOQUEADO(WS-IX-OPER) TO OP-BLOQUEADO
