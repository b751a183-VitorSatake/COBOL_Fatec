       77 WS-SESS-STATUS PIC X(02) VALUE SPACES.
       77 WS-OPERADOR    PIC X(08) VALUE SPACES.
       77 WS-OPER-NOME   PIC X(20) VALUE SPACES.
       77 WS-OPER-OPCOES PIC X(50) VALUE SPACES.
       01 WS-ASSINADO    PIC X(01) VALUE 'N'.
           88 ASSINADO VALUE 'S'.
       01 WS-AUTORIZADO  PIC X(01) VALUE 'N'.
           05 WS-OPER-ENT OCCURS 50 TIMES.
               10 TO-ID         PIC X(08).
               10 TO-NOME       PIC X(20).
               10 TO-OPCOES     PIC X(50).
               10 TO-PIN        PIC X(04).
               10 TO-FALHAS     PIC 9(01).
               10 TO-BLOQUEADO  PIC X(01).
               DISPLAY ' 21 - Reapresentacao de Notas Rejeitadas'
               DISPLAY ' 22 - Salvaguarda do Arquivo de Notas'
               DISPLAY ' 23 - Cadastro de Alunos'
               DISPLAY ' 24 - Reposicao e Pedidos de Compra'
               DISPLAY ' 25 - Inventario Fisico de Material'
               DISPLAY ' 26 - Cadastro de Clientes'
               DISPLAY ' 27 - Faturamento e Contas a Receber'
               DISPLAY ' 28 - Acompanhamento de Ordens de Producao'
               DISPLAY ' 29 - Plano de Corte'
               DISPLAY ' 30 - Valorizacao de Estoque e Margem'
               DISPLAY ' 31 - Vencimento de Orcamentos'
               DISPLAY ' 32 - Chamada e Frequencia das Aulas'
               DISPLAY ' 33 - Avaliacoes e Recuperacao'
               DISPLAY ' 34 - Curriculos e Auditoria de Formatura'
               DISPLAY ' 35 - Folha de Ponto e Pagamento'
               DISPLAY ' 36 - Atividade dos Operadores'
               DISPLAY ' 37 - Verificacao de Integridade'
               DISPLAY ' 38 - Chamada de Emergencia'
               DISPLAY '  0 - Sair'
               DISPLAY '========================================'
               DISPLAY 'Escolha uma opcao: '
       EXECUTAR-PASSO-PARAG.
           MOVE CTL-OPCAO TO WS-OPCAO
           PERFORM VALIDAR-OPCAO-PARAG
           IF WS-OPCAO < 1 OR WS-OPCAO > 38
               PERFORM GRAVAR-RUNLOG-INVALIDA-PARAG
               MOVE 'S' TO WS-FALHA
               MOVE 8 TO RETURN-CODE
                   CALL 'PROGG22'
               WHEN 23
                   CALL 'PROGG23'
               WHEN 24
                   CALL 'PROGG24'
               WHEN 25
                   CALL 'PROGG25'
               WHEN 26
                   CALL 'PROGG26'
               WHEN 27
                   CALL 'PROGG27'
               WHEN 28
                   CALL 'PROGG28'
               WHEN 29
                   CALL 'PROGG29'
               WHEN 30
                   CALL 'PROGG30'
               WHEN 31
                   CALL 'PROGG31'
               WHEN 32
                   CALL 'PROGG32'
               WHEN 33
                   CALL 'PROGG33'
               WHEN 34
                   CALL 'PROGG34'
               WHEN 35
                   CALL 'PROGG35'
               WHEN 36
                   CALL 'PROGG36'
               WHEN 37
                   CALL 'PROGG37'
               WHEN 38
                   CALL 'PROGG38'
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA. TENTE NOVAMENTE.'
           END-EVALUATE.

       VALIDAR-OPCAO-PARAG.
           MOVE 'N' TO WS-AUTORIZADO
           IF WS-OPCAO >= 1 AND WS-OPCAO <= 38
               IF WS-OPER-OPCOES(WS-OPCAO:1) = 'S'
                   MOVE 'S' TO WS-AUTORIZADO
               END-IF
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
