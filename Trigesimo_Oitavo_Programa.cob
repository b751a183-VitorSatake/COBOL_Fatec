      ******************************************************************
      * Author:
      * Date:
      * Purpose: Chamada de emergencia. (G)erar le SIGNIN-LOG.TXT do
      *          dia e lista quem esta no predio agora (ultimo registro
      *          do dia e uma entrada 'E'), funcionarios com cracha e
      *          visitantes, com o funcionario visitado responsavel e o
      *          motivo da visita, na folha MUSTER-SHEET.TXT com coluna
      *          para marcar. A foto da lista fica em ROLL-CALL.DAT.
      *          Depois do exercicio o responsavel pela evacuacao
      *          (C)onfere digitando o numero de cada pessoa que se
      *          apresentou e (E)ncerra: quem ficou pendente vira
      *          faltante, o resultado vai para ROLL-CALL-RESULT.TXT e
      *          ROLL-CALL-HISTORY.DAT e para a auditoria. Como passo
      *          de job do PROGG00 (JS-MODO 'G') so gera a folha.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG38.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNIN-LOG-FILE ASSIGN TO "SIGNIN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSON-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT ROLL-CALL-FILE ASSIGN TO "ROLL-CALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAM-STATUS.
           SELECT ROLL-CALL-HISTORY-FILE ASSIGN TO
               "ROLL-CALL-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT MUSTER-SHEET-FILE ASSIGN TO "MUSTER-SHEET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLHA-STATUS.
           SELECT ROLL-CALL-RESULT-FILE ASSIGN TO
               "ROLL-CALL-RESULT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-SESSION-FILE ASSIGN TO
               "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
           SELECT JOB-STEP-FILE ASSIGN TO "PROGG00-JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNIN-LOG-FILE.
           COPY SIGNLOG.
       FD  PERSON-MASTER-FILE.
           COPY PERSON.
       FD  ROLL-CALL-FILE.
           COPY ROLLCALL.
       FD  ROLL-CALL-HISTORY-FILE.
       01  ROLL-CALL-HISTORY-RECORD PIC X(120).
       FD  MUSTER-SHEET-FILE.
       01  MUSTER-SHEET-LINE PIC X(80).
       FD  ROLL-CALL-RESULT-FILE.
       01  ROLL-CALL-RESULT-LINE PIC X(80).
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       WORKING-STORAGE SECTION.
       77 WS-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WS-PESSOA-STATUS  PIC X(02) VALUE SPACES.
       77 WS-CHAM-STATUS    PIC X(02) VALUE SPACES.
       77 WS-HIST-STATUS    PIC X(02) VALUE SPACES.
       77 WS-FOLHA-STATUS   PIC X(02) VALUE SPACES.
       77 WS-RES-STATUS     PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-CONTINUAR      PIC X(01) VALUE 'S'.
       77 WS-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA     PIC 9(08) VALUE ZEROS.
       77 WS-TEM-CHAMADA    PIC X(01) VALUE 'N'.
       77 WS-CHAMADA-ABERTA PIC X(01) VALUE 'N'.
       77 WS-GRAVACAO-OK    PIC X(01) VALUE 'S'.
       77 WS-FOLHA-OK       PIC X(01) VALUE 'S'.
       77 WS-RESULTADO-OK   PIC X(01) VALUE 'S'.
       77 WS-HISTORICO-OK   PIC X(01) VALUE 'S'.
       77 WS-AVISO-INCOMPLETA PIC X(50) VALUE
           '*** LISTA INCOMPLETA - CONFIRA SIGNIN-LOG.TXT ***'.
       77 WS-DATA-CHAMADA   PIC 9(08) VALUE ZEROS.
       77 WS-HORA-CHAMADA   PIC 9(08) VALUE ZEROS.
       77 WS-NUMERO-LIDO    PIC 9(03) VALUE ZERO.
       77 WS-QTD-DENTRO     PIC 9(03) VALUE ZERO.
       77 WS-IX-DEN         PIC 9(03) VALUE ZERO.
       77 WS-IX-DEN-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-IX-RESP        PIC 9(03) VALUE ZERO.
       77 WS-DENTRO-OVERFLOW PIC X(01) VALUE 'N'.
       77 WS-QTD-CHAMADA    PIC 9(03) VALUE ZERO.
       77 WS-IX-CHA         PIC 9(03) VALUE ZERO.
       77 WS-QTD-PESSOAS    PIC 9(04) VALUE ZERO.
       77 WS-IX-PES         PIC 9(04) VALUE ZERO.
       77 WS-CRACHA-BUSCA   PIC X(06) VALUE SPACES.
       77 WS-NOME-ACHADO    PIC X(20) VALUE SPACES.
       77 WS-ANFITRIAO-DENTRO PIC X(01) VALUE 'N'.
       77 WS-PASSO-VISITANTE PIC X(01) VALUE 'N'.
       77 WS-QTD-FUNC       PIC 9(03) VALUE ZERO.
       77 WS-QTD-VISIT      PIC 9(03) VALUE ZERO.
       77 WS-QTD-APRESENTADOS PIC 9(03) VALUE ZERO.
       77 WS-QTD-FALTANTES  PIC 9(03) VALUE ZERO.
       77 WS-QTD-PENDENTES  PIC 9(03) VALUE ZERO.
       01 WS-LINHA-HORA.
           05 WH-HH          PIC X(02).
           05 FILLER         PIC X(01) VALUE ':'.
           05 WH-MM          PIC X(02).
      * Quem tem registro no dia: o ultimo registro de cada pessoa diz
      * se ela esta dentro. Funcionario e casado pelo cracha; visitante
      * (cracha em branco) pelo nome, como no balancete do PROGG17.
       01 WS-TABELA-DENTRO.
           05 WS-DENTRO-ENT OCCURS 300 TIMES.
               10 TD-CRACHA      PIC X(06).
               10 TD-NOME        PIC X(20).
               10 TD-VISITANTE   PIC X(01).
               10 TD-ULT-TIPO    PIC X(01).
               10 TD-HORA-ENTRADA PIC 9(08).
               10 TD-ANFITRIAO   PIC X(06).
               10 TD-MOTIVO      PIC X(30).
       01 WS-TABELA-CHAMADA.
           05 WS-CHAMADA-ENT OCCURS 300 TIMES.
               10 TC-SEQ         PIC 9(03).
               10 TC-CRACHA      PIC X(06).
               10 TC-NOME        PIC X(20).
               10 TC-VISITANTE   PIC X(01).
               10 TC-HORA-ENTRADA PIC 9(08).
               10 TC-ANFITRIAO   PIC X(06).
               10 TC-MOTIVO      PIC X(30).
               10 TC-SITUACAO    PIC X(01).
               10 TC-HORA-CONF   PIC 9(08).
       01 WS-TABELA-PESSOAS.
           05 WS-PESSOA-ENT OCCURS 1000 TIMES.
               10 TPE-CRACHA     PIC X(06).
               10 TPE-NOME       PIC X(20).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'CHAMADA DE EMERGENCIA'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM LER-JOBSTEP-PARAG
           PERFORM CARREGAR-PESSOAS-PARAG
           PERFORM CARREGAR-CHAMADA-PARAG
           IF WS-JOB-ATIVO = 'S'
               IF WS-MODO = 'G' OR WS-MODO = 'g'
                   IF WS-CHAMADA-ABERTA = 'S'
                       DISPLAY 'HA CHAMADA ABERTA DE ' WS-DATA-CHAMADA
                           '. ENCERRE ANTES DE GERAR OUTRA.'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM GERAR-CHAMADA-PARAG
                   END-IF
               ELSE
                   DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG38: '
                       WS-MODO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-CHAMADA-ABERTA = 'S'
                   DISPLAY 'CHAMADA ABERTA DE ' WS-DATA-CHAMADA ' '
                       WS-HORA-CHAMADA(1:4) ' COM ' WS-QTD-CHAMADA
                       ' PESSOA(S)'
               END-IF
               PERFORM MENU-CHAMADA-PARAG
           END-IF
           GOBACK.

       MENU-CHAMADA-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'ACAO: (G)ERAR LISTA (C)ONFERIR (E)NCERRAR '
                   '(S)AIR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'G'
                   WHEN 'g'
                       MOVE 'S' TO WS-CONFIRMA
                       IF WS-CHAMADA-ABERTA = 'S'
                           DISPLAY 'HA CHAMADA ABERTA DE '
                               WS-DATA-CHAMADA ' '
                               WS-HORA-CHAMADA(1:4)
                               '. DESCARTAR E GERAR OUTRA? (S/N)'
                           ACCEPT WS-CONFIRMA
                       END-IF
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           PERFORM GERAR-CHAMADA-PARAG
                       ELSE
                           DISPLAY 'CHAMADA ABERTA MANTIDA.'
                       END-IF
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CONFERIR-CHAMADA-PARAG
                   WHEN 'E'
                   WHEN 'e'
                       PERFORM ENCERRAR-CHAMADA-PARAG
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * Geracao da lista: quem esta dentro agora, funcionarios primeiro
      * e depois visitantes, numerados na ordem da folha.
      ******************************************************************
       GERAR-CHAMADA-PARAG.
           ACCEPT WS-HORA-AGORA FROM TIME
           PERFORM ACUMULAR-PRESENCA-DIA-PARAG
           MOVE WS-DATA-HOJE TO WS-DATA-CHAMADA
           MOVE WS-HORA-AGORA TO WS-HORA-CHAMADA
           MOVE ZERO TO WS-QTD-CHAMADA
           MOVE ZERO TO WS-QTD-FUNC
           MOVE ZERO TO WS-QTD-VISIT
           MOVE 'N' TO WS-PASSO-VISITANTE
           PERFORM INCLUIR-NA-CHAMADA-PARAG
               VARYING WS-IX-DEN FROM 1 BY 1
               UNTIL WS-IX-DEN > WS-QTD-DENTRO
           MOVE 'S' TO WS-PASSO-VISITANTE
           PERFORM INCLUIR-NA-CHAMADA-PARAG
               VARYING WS-IX-DEN FROM 1 BY 1
               UNTIL WS-IX-DEN > WS-QTD-DENTRO
           MOVE 'S' TO WS-TEM-CHAMADA
           MOVE 'S' TO WS-CHAMADA-ABERTA
           PERFORM GRAVAR-CHAMADA-PARAG
      * Lista que nao foi gravada nao vira folha: a conferencia seria
      * feita sobre uma chamada que o programa nao tem. A memoria volta
      * a refletir o que ficou em ROLL-CALL.DAT.
           IF WS-GRAVACAO-OK = 'N'
               PERFORM CARREGAR-CHAMADA-PARAG
               DISPLAY 'LISTA NAO GRAVADA. FOLHA NAO IMPRESSA.'
           ELSE
               PERFORM GRAVAR-FOLHA-PARAG
               DISPLAY 'NO PREDIO AGORA: ' WS-QTD-CHAMADA
                   ' PESSOA(S), ' WS-QTD-FUNC ' FUNCIONARIO(S) E '
                   WS-QTD-VISIT ' VISITANTE(S)'
               IF WS-FOLHA-OK = 'S'
                   DISPLAY 'FOLHA DE CHAMADA GRAVADA EM '
                       'MUSTER-SHEET.TXT'
               ELSE
                   DISPLAY 'FOLHA DE CHAMADA NAO IMPRESSA. A LISTA '
                       'ESTA EM ROLL-CALL.DAT.'
               END-IF
               IF WS-DENTRO-OVERFLOW = 'S'
                   DISPLAY '*** LISTA INCOMPLETA - CONFIRA '
                       'SIGNIN-LOG.TXT ***'
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM PREPARAR-AUDITORIA-PARAG
               STRING 'ACAO=GERAR CHAMADA PESSOAS=' WS-QTD-CHAMADA
                   ' FUNC=' WS-QTD-FUNC ' VISIT=' WS-QTD-VISIT
                   ' FOLHA=' WS-FOLHA-OK
                   ' INCOMPLETA=' WS-DENTRO-OVERFLOW
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM FECHAR-AUDITORIA-PARAG
           END-IF.

       INCLUIR-NA-CHAMADA-PARAG.
           IF TD-ULT-TIPO(WS-IX-DEN) = 'E'
               IF (WS-PASSO-VISITANTE = 'S' AND
                   TD-VISITANTE(WS-IX-DEN) = 'S') OR
                   (WS-PASSO-VISITANTE = 'N' AND
                   TD-VISITANTE(WS-IX-DEN) NOT = 'S')
                   ADD 1 TO WS-QTD-CHAMADA
                   MOVE WS-QTD-CHAMADA TO TC-SEQ(WS-QTD-CHAMADA)
                   MOVE TD-CRACHA(WS-IX-DEN) TO
                       TC-CRACHA(WS-QTD-CHAMADA)
                   MOVE TD-NOME(WS-IX-DEN) TO TC-NOME(WS-QTD-CHAMADA)
                   MOVE TD-HORA-ENTRADA(WS-IX-DEN) TO
                       TC-HORA-ENTRADA(WS-QTD-CHAMADA)
                   MOVE 'P' TO TC-SITUACAO(WS-QTD-CHAMADA)
                   MOVE ZERO TO TC-HORA-CONF(WS-QTD-CHAMADA)
                   IF WS-PASSO-VISITANTE = 'S'
                       ADD 1 TO WS-QTD-VISIT
                       MOVE 'S' TO TC-VISITANTE(WS-QTD-CHAMADA)
                       MOVE TD-ANFITRIAO(WS-IX-DEN) TO
                           TC-ANFITRIAO(WS-QTD-CHAMADA)
                       MOVE TD-MOTIVO(WS-IX-DEN) TO
                           TC-MOTIVO(WS-QTD-CHAMADA)
                   ELSE
                       ADD 1 TO WS-QTD-FUNC
                       MOVE 'N' TO TC-VISITANTE(WS-QTD-CHAMADA)
                       MOVE SPACES TO TC-ANFITRIAO(WS-QTD-CHAMADA)
                       MOVE SPACES TO TC-MOTIVO(WS-QTD-CHAMADA)
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-PRESENCA-DIA-PARAG.
           MOVE ZERO TO WS-QTD-DENTRO
           MOVE 'N' TO WS-DENTRO-OVERFLOW
           OPEN INPUT SIGNIN-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'SEM SIGNIN-LOG.TXT. NINGUEM REGISTRADO HOJE.'
           ELSE
               PERFORM UNTIL WS-LOG-STATUS = '10'
                   READ SIGNIN-LOG-FILE
                       AT END
                           MOVE '10' TO WS-LOG-STATUS
                       NOT AT END
                           IF SL-DATA = WS-DATA-HOJE AND
                               (SL-TIPO = 'E' OR SL-TIPO = 'S')
                               PERFORM REGISTRAR-PRESENCA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNIN-LOG-FILE
           END-IF
           IF WS-DENTRO-OVERFLOW = 'S'
               DISPLAY 'ATENCAO: MAIS DE 300 PESSOAS NO LOG DO DIA. '
                   'CONFIRA SIGNIN-LOG.TXT A MAO.'
           END-IF.

       REGISTRAR-PRESENCA-PARAG.
           MOVE ZERO TO WS-IX-DEN-ACHADO
           PERFORM VARYING WS-IX-DEN FROM 1 BY 1
               UNTIL WS-IX-DEN > WS-QTD-DENTRO OR
               WS-IX-DEN-ACHADO > ZERO
               IF SL-CRACHA NOT = SPACES
                   IF TD-CRACHA(WS-IX-DEN) = SL-CRACHA
                       MOVE WS-IX-DEN TO WS-IX-DEN-ACHADO
                   END-IF
               ELSE
                   IF TD-CRACHA(WS-IX-DEN) = SPACES AND
                       TD-NOME(WS-IX-DEN) = SL-NOME
                       MOVE WS-IX-DEN TO WS-IX-DEN-ACHADO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IX-DEN-ACHADO = ZERO
               IF WS-QTD-DENTRO >= 300
                   MOVE 'S' TO WS-DENTRO-OVERFLOW
               ELSE
                   ADD 1 TO WS-QTD-DENTRO
                   MOVE WS-QTD-DENTRO TO WS-IX-DEN-ACHADO
                   MOVE SL-CRACHA TO TD-CRACHA(WS-IX-DEN-ACHADO)
                   MOVE SL-NOME TO TD-NOME(WS-IX-DEN-ACHADO)
               END-IF
           END-IF
           IF WS-IX-DEN-ACHADO > ZERO
               MOVE SL-TIPO TO TD-ULT-TIPO(WS-IX-DEN-ACHADO)
               IF SL-TIPO = 'E'
                   IF SL-CRACHA = SPACES
                       MOVE 'S' TO TD-VISITANTE(WS-IX-DEN-ACHADO)
                   ELSE
                       MOVE 'N' TO TD-VISITANTE(WS-IX-DEN-ACHADO)
                   END-IF
                   MOVE SL-HORA TO TD-HORA-ENTRADA(WS-IX-DEN-ACHADO)
                   MOVE SL-ANFITRIAO TO TD-ANFITRIAO(WS-IX-DEN-ACHADO)
                   MOVE SL-MOTIVO TO TD-MOTIVO(WS-IX-DEN-ACHADO)
               END-IF
           END-IF.

      ******************************************************************
      * Folha de chamada para imprimir: [  ] e a coluna de marcar.
      * Cada visitante leva uma segunda linha com o funcionario
      * visitado e o motivo; visitado que ja saiu fica destacado.
      ******************************************************************
      * Mais de 300 pessoas no log do dia: a folha sai com o aviso de
      * lista incompleta no alto, para ninguem confiar nela sozinha.
       GRAVAR-FOLHA-PARAG.
           MOVE 'S' TO WS-FOLHA-OK
           OPEN OUTPUT MUSTER-SHEET-FILE
           IF WS-FOLHA-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR MUSTER-SHEET.TXT'
               MOVE 'N' TO WS-FOLHA-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO MUSTER-SHEET-LINE
               STRING 'CHAMADA DE EMERGENCIA - ' WS-DATA-CHAMADA
                   ' ' WS-HORA-CHAMADA(1:2) ':' WS-HORA-CHAMADA(3:2)
                   DELIMITED BY SIZE INTO MUSTER-SHEET-LINE
               WRITE MUSTER-SHEET-LINE
               MOVE SPACES TO MUSTER-SHEET-LINE
               STRING 'PESSOAS NO PREDIO: ' WS-QTD-CHAMADA
                   '  FUNCIONARIOS: ' WS-QTD-FUNC
                   '  VISITANTES: ' WS-QTD-VISIT
                   DELIMITED BY SIZE INTO MUSTER-SHEET-LINE
               WRITE MUSTER-SHEET-LINE
               IF WS-DENTRO-OVERFLOW = 'S'
                   MOVE WS-AVISO-INCOMPLETA TO MUSTER-SHEET-LINE
                   WRITE MUSTER-SHEET-LINE
               END-IF
               MOVE SPACES TO MUSTER-SHEET-LINE
               WRITE MUSTER-SHEET-LINE
               MOVE SPACES TO MUSTER-SHEET-LINE
               STRING 'NR  OK   CRACHA NOME                 ENTRADA '
                   'TIPO'
                   DELIMITED BY SIZE INTO MUSTER-SHEET-LINE
               WRITE MUSTER-SHEET-LINE
               MOVE SPACES TO MUSTER-SHEET-LINE
               STRING '--- ---- ------ -------------------- ------- '
                   '-----------'
                   DELIMITED BY SIZE INTO MUSTER-SHEET-LINE
               WRITE MUSTER-SHEET-LINE
               PERFORM GRAVAR-LINHA-FOLHA-PARAG
                   VARYING WS-IX-CHA FROM 1 BY 1
                   UNTIL WS-IX-CHA > WS-QTD-CHAMADA
               IF WS-QTD-CHAMADA = ZERO
                   MOVE 'NINGUEM COM ENTRADA SEM SAIDA HOJE.' TO
                       MUSTER-SHEET-LINE
                   WRITE MUSTER-SHEET-LINE
               END-IF
               MOVE SPACES TO MUSTER-SHEET-LINE
               WRITE MUSTER-SHEET-LINE
               MOVE 'RESPONSAVEL PELA CHAMADA: ______________________'
                   TO MUSTER-SHEET-LINE
               WRITE MUSTER-SHEET-LINE
               IF WS-FOLHA-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR MUSTER-SHEET.TXT: '
                       WS-FOLHA-STATUS
                   MOVE 'N' TO WS-FOLHA-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE MUSTER-SHEET-FILE
           END-IF.

       GRAVAR-LINHA-FOLHA-PARAG.
           MOVE TC-HORA-ENTRADA(WS-IX-CHA)(1:2) TO WH-HH
           MOVE TC-HORA-ENTRADA(WS-IX-CHA)(3:2) TO WH-MM
           MOVE SPACES TO MUSTER-SHEET-LINE
           IF TC-VISITANTE(WS-IX-CHA) = 'S'
               STRING TC-SEQ(WS-IX-CHA) ' [  ] ' TC-CRACHA(WS-IX-CHA)
                   ' ' TC-NOME(WS-IX-CHA) ' ' WS-LINHA-HORA
                   '   VISITANTE'
                   DELIMITED BY SIZE INTO MUSTER-SHEET-LINE
           ELSE
               STRING TC-SEQ(WS-IX-CHA) ' [  ] ' TC-CRACHA(WS-IX-CHA)
                   ' ' TC-NOME(WS-IX-CHA) ' ' WS-LINHA-HORA
                   '   FUNCIONARIO'
                   DELIMITED BY SIZE INTO MUSTER-SHEET-LINE
           END-IF
           WRITE MUSTER-SHEET-LINE
           IF TC-VISITANTE(WS-IX-CHA) = 'S'
               PERFORM MONTAR-RESPONSAVEL-PARAG
               MOVE SPACES TO MUSTER-SHEET-LINE
               STRING '         VISITANDO ' TC-ANFITRIAO(WS-IX-CHA)
                   ' ' WS-NOME-ACHADO ' ' TC-MOTIVO(WS-IX-CHA)
                   DELIMITED BY SIZE INTO MUSTER-SHEET-LINE
               WRITE MUSTER-SHEET-LINE
               IF TC-ANFITRIAO(WS-IX-CHA) = SPACES
                   MOVE '         *** SEM FUNCIONARIO RESPONSAVEL ***'
                       TO MUSTER-SHEET-LINE
                   WRITE MUSTER-SHEET-LINE
               ELSE
                   IF WS-ANFITRIAO-DENTRO = 'N'
                       MOVE '         *** VISITADO NAO ESTA NO PREDIO'
                           TO MUSTER-SHEET-LINE
                       WRITE MUSTER-SHEET-LINE
                   END-IF
               END-IF
           END-IF.

      * Nome do funcionario visitado (PERSON-MASTER.DAT) e se ele esta
      * na lista de quem esta no predio.
       MONTAR-RESPONSAVEL-PARAG.
           MOVE TC-ANFITRIAO(WS-IX-CHA) TO WS-CRACHA-BUSCA
           MOVE SPACES TO WS-NOME-ACHADO
           PERFORM VARYING WS-IX-PES FROM 1 BY 1
               UNTIL WS-IX-PES > WS-QTD-PESSOAS
               IF TPE-CRACHA(WS-IX-PES) = WS-CRACHA-BUSCA
                   MOVE TPE-NOME(WS-IX-PES) TO WS-NOME-ACHADO
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ANFITRIAO-DENTRO
           PERFORM VARYING WS-IX-RESP FROM 1 BY 1
               UNTIL WS-IX-RESP > WS-QTD-CHAMADA
               IF TC-CRACHA(WS-IX-RESP) = WS-CRACHA-BUSCA AND
                   WS-CRACHA-BUSCA NOT = SPACES
                   MOVE 'S' TO WS-ANFITRIAO-DENTRO
               END-IF
           END-PERFORM.

      ******************************************************************
      * Conferencia: o responsavel digita o numero da folha de quem se
      * apresentou no ponto de encontro.
      ******************************************************************
       CONFERIR-CHAMADA-PARAG.
           IF WS-CHAMADA-ABERTA NOT = 'S'
               DISPLAY 'NENHUMA CHAMADA ABERTA. GERE A LISTA PRIMEIRO.'
           ELSE
               MOVE 1 TO WS-NUMERO-LIDO
               PERFORM UNTIL WS-NUMERO-LIDO = ZERO
                   DISPLAY 'NUMERO DA FOLHA DE QUEM SE APRESENTOU '
                       '(0=FIM): '
                   ACCEPT WS-NUMERO-LIDO
                   IF WS-NUMERO-LIDO NOT = ZERO
                       PERFORM MARCAR-APRESENTADO-PARAG
                   END-IF
               END-PERFORM
               PERFORM GRAVAR-CHAMADA-PARAG
               IF WS-GRAVACAO-OK = 'N'
                   DISPLAY 'CONFERENCIA NAO GRAVADA. REPITA ANTES DE '
                       'SAIR DO PROGRAMA.'
               END-IF
               PERFORM CONTAR-SITUACAO-PARAG
               DISPLAY 'APRESENTADOS: ' WS-QTD-APRESENTADOS
                   '  PENDENTES: ' WS-QTD-PENDENTES
           END-IF.

       MARCAR-APRESENTADO-PARAG.
           IF WS-NUMERO-LIDO > WS-QTD-CHAMADA
               DISPLAY 'NUMERO FORA DA FOLHA: ' WS-NUMERO-LIDO
           ELSE
               IF TC-SITUACAO(WS-NUMERO-LIDO) = 'A'
                   DISPLAY 'JA CONFERIDO: ' TC-NOME(WS-NUMERO-LIDO)
               ELSE
                   ACCEPT WS-HORA-AGORA FROM TIME
                   MOVE 'A' TO TC-SITUACAO(WS-NUMERO-LIDO)
                   MOVE WS-HORA-AGORA TO TC-HORA-CONF(WS-NUMERO-LIDO)
                   DISPLAY 'OK: ' TC-NOME(WS-NUMERO-LIDO)
               END-IF
           END-IF.

       CONTAR-SITUACAO-PARAG.
           MOVE ZERO TO WS-QTD-APRESENTADOS
           MOVE ZERO TO WS-QTD-PENDENTES
           MOVE ZERO TO WS-QTD-FALTANTES
           PERFORM VARYING WS-IX-CHA FROM 1 BY 1
               UNTIL WS-IX-CHA > WS-QTD-CHAMADA
               EVALUATE TC-SITUACAO(WS-IX-CHA)
                   WHEN 'A'
                       ADD 1 TO WS-QTD-APRESENTADOS
                   WHEN 'F'
                       ADD 1 TO WS-QTD-FALTANTES
                   WHEN OTHER
                       ADD 1 TO WS-QTD-PENDENTES
               END-EVALUATE
           END-PERFORM.

      ******************************************************************
      * Encerramento: pendente vira faltante, o resultado e gravado e
      * a chamada fechada entra no historico.
      ******************************************************************
       ENCERRAR-CHAMADA-PARAG.
           IF WS-CHAMADA-ABERTA NOT = 'S'
               DISPLAY 'NENHUMA CHAMADA ABERTA PARA ENCERRAR.'
           ELSE
               PERFORM CONTAR-SITUACAO-PARAG
               DISPLAY 'APRESENTADOS: ' WS-QTD-APRESENTADOS
                   '  PENDENTES: ' WS-QTD-PENDENTES
               DISPLAY 'ENCERRAR A CHAMADA? PENDENTES VIRAM FALTANTES '
                   '(S/N)'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM VARYING WS-IX-CHA FROM 1 BY 1
                       UNTIL WS-IX-CHA > WS-QTD-CHAMADA
                       IF TC-SITUACAO(WS-IX-CHA) NOT = 'A'
                           MOVE 'F' TO TC-SITUACAO(WS-IX-CHA)
                       END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-CHAMADA-ABERTA
                   PERFORM CONTAR-SITUACAO-PARAG
                   PERFORM GRAVAR-CHAMADA-PARAG
                   IF WS-GRAVACAO-OK = 'N'
                       PERFORM REABRIR-CHAMADA-PARAG
                   ELSE
                       PERFORM CONCLUIR-ENCERRAMENTO-PARAG
                   END-IF
               ELSE
                   DISPLAY 'CHAMADA CONTINUA ABERTA.'
               END-IF
           END-IF.

      * ROLL-CALL.DAT ja esta encerrada. O resultado (regravado a cada
      * tentativa) sai antes do historico (acrescentado); se um dos
      * dois falhar a chamada volta a ficar aberta em ROLL-CALL.DAT,
      * para a proxima geracao nao apagar a chamada sem registro.
       CONCLUIR-ENCERRAMENTO-PARAG.
           PERFORM GRAVAR-RESULTADO-PARAG
           IF WS-RESULTADO-OK = 'S'
               PERFORM GRAVAR-HISTORICO-PARAG
           END-IF
           IF WS-RESULTADO-OK = 'N' OR WS-HISTORICO-OK = 'N'
               MOVE 8 TO RETURN-CODE
               PERFORM REABRIR-CHAMADA-PARAG
               PERFORM GRAVAR-CHAMADA-PARAG
               IF WS-GRAVACAO-OK = 'N'
                   DISPLAY 'ATENCAO: ROLL-CALL.DAT FICOU ENCERRADA SEM '
                       'HISTORICO. NAO GERE OUTRA CHAMADA.'
               END-IF
           ELSE
               PERFORM PREPARAR-AUDITORIA-PARAG
               STRING 'ACAO=ENCERRAR CHAMADA ' WS-DATA-CHAMADA
                   ' ' WS-HORA-CHAMADA(1:4) ' PRESENTES='
                   WS-QTD-APRESENTADOS ' FALTANTES='
                   WS-QTD-FALTANTES
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM FECHAR-AUDITORIA-PARAG
           END-IF.

      * Encerramento que nao foi gravado: quem nao se apresentou volta
      * a pendente e a chamada continua aberta para nova tentativa.
       REABRIR-CHAMADA-PARAG.
           PERFORM VARYING WS-IX-CHA FROM 1 BY 1
               UNTIL WS-IX-CHA > WS-QTD-CHAMADA
               IF TC-SITUACAO(WS-IX-CHA) = 'F'
                   MOVE 'P' TO TC-SITUACAO(WS-IX-CHA)
               END-IF
           END-PERFORM
           MOVE 'S' TO WS-CHAMADA-ABERTA
           PERFORM CONTAR-SITUACAO-PARAG
           DISPLAY 'ENCERRAMENTO NAO GRAVADO. CHAMADA CONTINUA ABERTA.'.

       GRAVAR-RESULTADO-PARAG.
           MOVE 'S' TO WS-RESULTADO-OK
           OPEN OUTPUT ROLL-CALL-RESULT-FILE
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR ROLL-CALL-RESULT.TXT'
               MOVE 'N' TO WS-RESULTADO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ROLL-CALL-RESULT-LINE
               STRING 'RESULTADO DA CHAMADA DE ' WS-DATA-CHAMADA ' '
                   WS-HORA-CHAMADA(1:2) ':' WS-HORA-CHAMADA(3:2)
                   ' - RESPONSAVEL ' WS-OPERADOR
                   DELIMITED BY SIZE INTO ROLL-CALL-RESULT-LINE
               WRITE ROLL-CALL-RESULT-LINE
               PERFORM CONFERIR-GRAVACAO-RESULT-PARAG
               MOVE SPACES TO ROLL-CALL-RESULT-LINE
               STRING 'NA LISTA: ' WS-QTD-CHAMADA
                   '  APRESENTADOS: ' WS-QTD-APRESENTADOS
                   '  FALTANTES: ' WS-QTD-FALTANTES
                   DELIMITED BY SIZE INTO ROLL-CALL-RESULT-LINE
               WRITE ROLL-CALL-RESULT-LINE
               PERFORM CONFERIR-GRAVACAO-RESULT-PARAG
               MOVE SPACES TO ROLL-CALL-RESULT-LINE
               WRITE ROLL-CALL-RESULT-LINE
               PERFORM CONFERIR-GRAVACAO-RESULT-PARAG
               IF WS-QTD-FALTANTES = ZERO
                   MOVE 'TODOS OS DA LISTA SE APRESENTARAM.' TO
                       ROLL-CALL-RESULT-LINE
                   WRITE ROLL-CALL-RESULT-LINE
                   PERFORM CONFERIR-GRAVACAO-RESULT-PARAG
                   DISPLAY 'TODOS OS DA LISTA SE APRESENTARAM.'
               ELSE
                   MOVE 'FALTANTES:' TO ROLL-CALL-RESULT-LINE
                   WRITE ROLL-CALL-RESULT-LINE
                   PERFORM CONFERIR-GRAVACAO-RESULT-PARAG
                   DISPLAY '*** FALTANTES: ' WS-QTD-FALTANTES ' ***'
                   PERFORM GRAVAR-FALTANTE-PARAG
                       VARYING WS-IX-CHA FROM 1 BY 1
                       UNTIL WS-IX-CHA > WS-QTD-CHAMADA
               END-IF
               CLOSE ROLL-CALL-RESULT-FILE
               IF WS-RESULTADO-OK = 'S'
                   DISPLAY 'RESULTADO GRAVADO EM ROLL-CALL-RESULT.TXT'
               END-IF
           END-IF.

       CONFERIR-GRAVACAO-RESULT-PARAG.
           IF WS-RES-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ROLL-CALL-RESULT.TXT: '
                   WS-RES-STATUS
               MOVE 'N' TO WS-RESULTADO-OK
               MOVE 8 TO RETURN-CODE
           END-IF.

       GRAVAR-FALTANTE-PARAG.
           IF TC-SITUACAO(WS-IX-CHA) = 'F'
               MOVE TC-HORA-ENTRADA(WS-IX-CHA)(1:2) TO WH-HH
               MOVE TC-HORA-ENTRADA(WS-IX-CHA)(3:2) TO WH-MM
               MOVE SPACES TO ROLL-CALL-RESULT-LINE
               IF TC-VISITANTE(WS-IX-CHA) = 'S'
                   STRING '  ' TC-SEQ(WS-IX-CHA) ' '
                       TC-CRACHA(WS-IX-CHA) ' ' TC-NOME(WS-IX-CHA)
                       ' ENTROU ' WS-LINHA-HORA
                       ' VISITANTE DE ' TC-ANFITRIAO(WS-IX-CHA)
                       DELIMITED BY SIZE INTO ROLL-CALL-RESULT-LINE
               ELSE
                   STRING '  ' TC-SEQ(WS-IX-CHA) ' '
                       TC-CRACHA(WS-IX-CHA) ' ' TC-NOME(WS-IX-CHA)
                       ' ENTROU ' WS-LINHA-HORA ' FUNCIONARIO'
                       DELIMITED BY SIZE INTO ROLL-CALL-RESULT-LINE
               END-IF
               WRITE ROLL-CALL-RESULT-LINE
               PERFORM CONFERIR-GRAVACAO-RESULT-PARAG
               DISPLAY ROLL-CALL-RESULT-LINE
           END-IF.

      ******************************************************************
      * Cargas e gravacoes.
      ******************************************************************
       CARREGAR-PESSOAS-PARAG.
           MOVE ZERO TO WS-QTD-PESSOAS
           OPEN INPUT PERSON-MASTER-FILE
           IF WS-PESSOA-STATUS = '00'
               PERFORM UNTIL WS-PESSOA-STATUS = '10'
                   READ PERSON-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-PESSOA-STATUS
                       NOT AT END
                           IF WS-QTD-PESSOAS < 1000
                               ADD 1 TO WS-QTD-PESSOAS
                               MOVE PE-CRACHA TO
                                   TPE-CRACHA(WS-QTD-PESSOAS)
                               MOVE PE-NOME TO
                                   TPE-NOME(WS-QTD-PESSOAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSON-MASTER-FILE
           END-IF.

       CARREGAR-CHAMADA-PARAG.
           MOVE ZERO TO WS-QTD-CHAMADA
           MOVE 'N' TO WS-TEM-CHAMADA
           MOVE 'N' TO WS-CHAMADA-ABERTA
           OPEN INPUT ROLL-CALL-FILE
           IF WS-CHAM-STATUS = '00'
               PERFORM UNTIL WS-CHAM-STATUS = '10'
                   READ ROLL-CALL-FILE
                       AT END
                           MOVE '10' TO WS-CHAM-STATUS
                       NOT AT END
                           PERFORM CARREGAR-LINHA-CHAMADA-PARAG
                   END-READ
               END-PERFORM
               CLOSE ROLL-CALL-FILE
           END-IF.

       CARREGAR-LINHA-CHAMADA-PARAG.
           MOVE 'S' TO WS-TEM-CHAMADA
           MOVE RC-DATA TO WS-DATA-CHAMADA
           MOVE RC-HORA TO WS-HORA-CHAMADA
           IF RC-ENCERRADA NOT = 'S'
               MOVE 'S' TO WS-CHAMADA-ABERTA
           END-IF
           IF RC-SEQ > ZERO AND WS-QTD-CHAMADA < 300
               ADD 1 TO WS-QTD-CHAMADA
               MOVE RC-SEQ TO TC-SEQ(WS-QTD-CHAMADA)
               MOVE RC-CRACHA TO TC-CRACHA(WS-QTD-CHAMADA)
               MOVE RC-NOME TO TC-NOME(WS-QTD-CHAMADA)
               MOVE RC-VISITANTE TO TC-VISITANTE(WS-QTD-CHAMADA)
               MOVE RC-HORA-ENTRADA TO
                   TC-HORA-ENTRADA(WS-QTD-CHAMADA)
               MOVE RC-ANFITRIAO TO TC-ANFITRIAO(WS-QTD-CHAMADA)
               MOVE RC-MOTIVO TO TC-MOTIVO(WS-QTD-CHAMADA)
               MOVE RC-SITUACAO TO TC-SITUACAO(WS-QTD-CHAMADA)
               MOVE RC-HORA-CONF TO TC-HORA-CONF(WS-QTD-CHAMADA)
           END-IF.

      * Chamada sem ninguem no predio grava uma linha de controle com
      * RC-SEQ zero, para o encerramento ter o que registrar.
       GRAVAR-CHAMADA-PARAG.
           MOVE 'S' TO WS-GRAVACAO-OK
           OPEN OUTPUT ROLL-CALL-FILE
           IF WS-CHAM-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ROLL-CALL.DAT: ' WS-CHAM-STATUS
               MOVE 'N' TO WS-GRAVACAO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTD-CHAMADA = ZERO
                   PERFORM MONTAR-CONTROLE-CHAMADA-PARAG
                   WRITE ROLL-CALL-RECORD
                   PERFORM CONFERIR-GRAVACAO-CHAMADA-PARAG
               END-IF
               PERFORM VARYING WS-IX-CHA FROM 1 BY 1
                   UNTIL WS-IX-CHA > WS-QTD-CHAMADA
                   OR WS-GRAVACAO-OK = 'N'
                   PERFORM MONTAR-REGISTRO-CHAMADA-PARAG
                   WRITE ROLL-CALL-RECORD
                   PERFORM CONFERIR-GRAVACAO-CHAMADA-PARAG
               END-PERFORM
               CLOSE ROLL-CALL-FILE
           END-IF.

       CONFERIR-GRAVACAO-CHAMADA-PARAG.
           IF WS-CHAM-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ROLL-CALL.DAT: ' WS-CHAM-STATUS
               MOVE 'N' TO WS-GRAVACAO-OK
               MOVE 8 TO RETURN-CODE
           END-IF.

       GRAVAR-HISTORICO-PARAG.
           MOVE 'S' TO WS-HISTORICO-OK
           OPEN EXTEND ROLL-CALL-HISTORY-FILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT ROLL-CALL-HISTORY-FILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ROLL-CALL-HISTORY.DAT: '
                   WS-HIST-STATUS
               MOVE 'N' TO WS-HISTORICO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTD-CHAMADA = ZERO
                   PERFORM MONTAR-CONTROLE-CHAMADA-PARAG
                   MOVE ROLL-CALL-RECORD TO ROLL-CALL-HISTORY-RECORD
                   WRITE ROLL-CALL-HISTORY-RECORD
                   PERFORM CONFERIR-GRAVACAO-HIST-PARAG
               END-IF
               PERFORM VARYING WS-IX-CHA FROM 1 BY 1
                   UNTIL WS-IX-CHA > WS-QTD-CHAMADA
                   OR WS-HISTORICO-OK = 'N'
                   PERFORM MONTAR-REGISTRO-CHAMADA-PARAG
                   MOVE ROLL-CALL-RECORD TO ROLL-CALL-HISTORY-RECORD
                   WRITE ROLL-CALL-HISTORY-RECORD
                   PERFORM CONFERIR-GRAVACAO-HIST-PARAG
               END-PERFORM
               CLOSE ROLL-CALL-HISTORY-FILE
           END-IF.

       CONFERIR-GRAVACAO-HIST-PARAG.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ROLL-CALL-HISTORY.DAT: '
                   WS-HIST-STATUS
               MOVE 'N' TO WS-HISTORICO-OK
               MOVE 8 TO RETURN-CODE
           END-IF.

       MONTAR-CONTROLE-CHAMADA-PARAG.
           MOVE SPACES TO ROLL-CALL-RECORD
           MOVE WS-DATA-CHAMADA TO RC-DATA
           MOVE WS-HORA-CHAMADA TO RC-HORA
           MOVE ZERO TO RC-SEQ
           MOVE ZERO TO RC-HORA-ENTRADA
           MOVE ZERO TO RC-HORA-CONF
           IF WS-CHAMADA-ABERTA = 'S'
               MOVE 'N' TO RC-ENCERRADA
           ELSE
               MOVE 'S' TO RC-ENCERRADA
           END-IF
           MOVE WS-OPERADOR TO RC-OPERADOR.

       MONTAR-REGISTRO-CHAMADA-PARAG.
           PERFORM MONTAR-CONTROLE-CHAMADA-PARAG
           MOVE TC-SEQ(WS-IX-CHA) TO RC-SEQ
           MOVE TC-CRACHA(WS-IX-CHA) TO RC-CRACHA
           MOVE TC-NOME(WS-IX-CHA) TO RC-NOME
           MOVE TC-VISITANTE(WS-IX-CHA) TO RC-VISITANTE
           MOVE TC-HORA-ENTRADA(WS-IX-CHA) TO RC-HORA-ENTRADA
           MOVE TC-ANFITRIAO(WS-IX-CHA) TO RC-ANFITRIAO
           MOVE TC-MOTIVO(WS-IX-CHA) TO RC-MOTIVO
           MOVE TC-SITUACAO(WS-IX-CHA) TO RC-SITUACAO
           MOVE TC-HORA-CONF(WS-IX-CHA) TO RC-HORA-CONF.

       PREPARAR-AUDITORIA-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE 'PROGG38' TO AUD-PROGRAMA
           MOVE WS-OPERADOR TO AUD-OPERADOR.

       FECHAR-AUDITORIA-PARAG.
           WRITE AUDIT-LOG-LINE
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR AUDITORIA: STATUS '
                   WS-AUDIT-STATUS
           END-IF
           CLOSE AUDIT-LOG-FILE.

       LER-OPERADOR-PARAG.
           MOVE 'DESCONH' TO WS-OPERADOR
           OPEN INPUT OPERATOR-SESSION-FILE
           IF WS-SESS-STATUS = '00'
               READ OPERATOR-SESSION-FILE
                   NOT AT END
                       MOVE OS-OPERADOR TO WS-OPERADOR
               END-READ
               CLOSE OPERATOR-SESSION-FILE
           END-IF.

       LER-JOBSTEP-PARAG.
           MOVE 'N' TO WS-JOB-ATIVO
           OPEN INPUT JOB-STEP-FILE
           IF WS-STEP-STATUS = '00'
               READ JOB-STEP-FILE
                   NOT AT END
                       IF JS-ATIVO = 'S'
                           MOVE 'S' TO WS-JOB-ATIVO
                           MOVE JS-MODO TO WS-MODO
                       END-IF
               END-READ
               CLOSE JOB-STEP-FILE
           END-IF.
       END PROGRAM PROGG38.
