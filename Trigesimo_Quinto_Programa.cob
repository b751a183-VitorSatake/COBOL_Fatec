      ******************************************************************
      * Author:
      * Date:
      * Purpose: Folha de ponto por periodo de pagamento e interface
      *          com a folha. Para um intervalo de datas monta, por
      *          cracha (PE-CRACHA), as horas de cada dia a partir de
      *          SIGNIN-LOG.TXT, casando entrada e saida como o PROGG08
      *          (o intervalo conta no dia da entrada), separa horas
      *          normais e extras pelos limites diario e semanal de
      *          TIMESHEET-PARM.DAT e aponta as batidas sem par. O
      *          supervisor corrige batidas com motivo
      *          (PUNCH-CORRECTIONS.DAT, o log nao e alterado), aprova
      *          cada folha (TIMESHEET.DAT) e fecha o periodo: so com
      *          todas as folhas aprovadas e conferidas grava
      *          PAYROLL-<INICIO>-<FIM>.DAT e trava o periodo em
      *          PAY-PERIOD.DAT. Periodo travado nao aceita correcao
      *          nem aprovacao e sai com as horas aprovadas.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG35.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNIN-LOG-FILE ASSIGN TO "SIGNIN-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSON-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PESSOA-STATUS.
           SELECT PAY-PARM-FILE ASSIGN TO "TIMESHEET-PARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
           SELECT PUNCH-CORRECTION-FILE ASSIGN TO
               "PUNCH-CORRECTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COR-STATUS.
           SELECT TIMESHEET-FILE ASSIGN TO "TIMESHEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOL-STATUS.
           SELECT PAY-PERIOD-FILE ASSIGN TO "PAY-PERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STATUS.
           SELECT TIMESHEET-REPORT-FILE ASSIGN TO
               "TIMESHEET-REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERATOR-SESSION-FILE ASSIGN TO
               "OPERATOR-SESSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNIN-LOG-FILE.
           COPY SIGNLOG.
       FD  PERSON-MASTER-FILE.
           COPY PERSON.
       FD  PAY-PARM-FILE.
           COPY PAYPARM.
       FD  PUNCH-CORRECTION-FILE.
           COPY PUNCHCOR.
       FD  TIMESHEET-FILE.
           COPY TIMESHT.
       FD  PAY-PERIOD-FILE.
           COPY PAYPER.
       FD  PAYROLL-FILE.
           COPY PAYROLL.
       FD  TIMESHEET-REPORT-FILE.
       01  TIMESHEET-REPORT-LINE PIC X(80).
       FD  OPERATOR-FILE.
           COPY OPERATOR.
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  OPERATOR-SESSION-FILE.
           COPY OPERSESS.
       WORKING-STORAGE SECTION.
       77 WS-LOG-STATUS     PIC X(02) VALUE SPACES.
       77 WS-PESSOA-STATUS  PIC X(02) VALUE SPACES.
       77 WS-PRM-STATUS     PIC X(02) VALUE SPACES.
       77 WS-COR-STATUS     PIC X(02) VALUE SPACES.
       77 WS-FOL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-PER-STATUS     PIC X(02) VALUE SPACES.
       77 WS-PAG-STATUS     PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-OPER-STATUS    PIC X(02) VALUE SPACES.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-SESS-STATUS    PIC X(02) VALUE SPACES.
       77 WS-OPERADOR       PIC X(08) VALUE SPACES.
       77 WS-AUTORIZADO     PIC X(01) VALUE 'N'.
       77 WS-TEM-SUPERVISOR PIC X(01) VALUE 'N'.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-CONTINUAR      PIC X(01) VALUE 'S'.
       77 WS-CONFIRMA       PIC X(01) VALUE SPACES.
       77 WS-ABANDONA       PIC X(01) VALUE 'N'.
       77 WS-NOME-ARQUIVO   PIC X(40) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-DIA     PIC 9(04) VALUE 480.
       77 WS-LIMITE-SEMANA  PIC 9(04) VALUE 2640.
       77 WS-LIMITE-DIG     PIC 9(04) VALUE ZERO.
       77 WS-NOVO-LIMITE-DIA PIC 9(04) VALUE ZERO.
       77 WS-NOVO-LIMITE-SEMANA PIC 9(04) VALUE ZERO.
       77 WS-DATA-INICIO    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CARGA-INI PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CARGA-FIM PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VALIDA    PIC X(01) VALUE 'N'.
      * WS-SITUACAO-PERIODO: 'L' = livre, 'F' = e um periodo fechado,
      * 'S' = sobrepoe parte de um periodo fechado.
       77 WS-SITUACAO-PERIODO PIC X(01) VALUE 'L'.
       77 WS-CRACHA         PIC X(06) VALUE SPACES.
       77 WS-CRACHA-PEDIDO  PIC X(06) VALUE SPACES.
       77 WS-NOME-PESSOA    PIC X(20) VALUE SPACES.
       77 WS-DATA-BATIDA    PIC 9(08) VALUE ZEROS.
       77 WS-TIPO-BATIDA    PIC X(01) VALUE SPACES.
       77 WS-ACAO-CORRECAO  PIC X(01) VALUE SPACES.
       77 WS-HORA-ORIG      PIC 9(08) VALUE ZEROS.
       77 WS-HORA-DIG       PIC 9(04) VALUE ZERO.
       77 WS-HORA-NOVA      PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO         PIC X(30) VALUE SPACES.
       77 WS-BATIDA-ACHADA  PIC X(01) VALUE 'N'.
       77 WS-QTD-PESSOAS-CAD PIC 9(04) VALUE ZERO.
       77 WS-IX-PES         PIC 9(04) VALUE ZERO.
       77 WS-IX-PES-ACHADO  PIC 9(04) VALUE ZERO.
       77 WS-QTD-FECHADOS   PIC 9(03) VALUE ZERO.
       77 WS-IX-FECH        PIC 9(03) VALUE ZERO.
       77 WS-QTD-CORRECOES  PIC 9(04) VALUE ZERO.
       77 WS-IX-COR         PIC 9(04) VALUE ZERO.
       77 WS-QTD-BATIDAS    PIC 9(04) VALUE ZERO.
       77 WS-IX             PIC 9(04) VALUE ZERO.
       77 WS-IX-PAR         PIC 9(04) VALUE ZERO.
       77 WS-IX-POS         PIC 9(04) VALUE ZERO.
       77 WS-BATIDA-OVERFLOW PIC X(01) VALUE 'N'.
       77 WS-FOLHA-INCOMPLETA PIC X(01) VALUE 'N'.
       77 WS-POSICAO-ACHADA PIC X(01) VALUE 'N'.
       77 WS-QTD-DIAS       PIC 9(03) VALUE ZERO.
       77 WS-IX-DIA         PIC 9(03) VALUE ZERO.
       77 WS-SEMANA         PIC 9(02) VALUE ZERO.
       77 WS-SEMANA-ANT     PIC 9(02) VALUE ZERO.
       77 WS-CRACHA-ANT     PIC X(06) VALUE SPACES.
       77 WS-QTD-DIARIOS    PIC 9(04) VALUE ZERO.
       77 WS-IX-DIARIO      PIC 9(04) VALUE ZERO.
       77 WS-IX-DIARIO-ACHADO PIC 9(04) VALUE ZERO.
       77 WS-QTD-PENDENCIAS PIC 9(03) VALUE ZERO.
       77 WS-IX-PEND        PIC 9(03) VALUE ZERO.
       77 WS-QTD-FOLHAS     PIC 9(03) VALUE ZERO.
       77 WS-IX-FOLHA       PIC 9(03) VALUE ZERO.
       77 WS-IX-FOLHA-ACHADA PIC 9(03) VALUE ZERO.
       77 WS-QTD-APROV      PIC 9(04) VALUE ZERO.
       77 WS-IX-APROV       PIC 9(04) VALUE ZERO.
       77 WS-IX-APROV-ACHADA PIC 9(04) VALUE ZERO.
       77 WS-APROV-OVERFLOW PIC X(01) VALUE 'N'.
       77 WS-SEG-ENTRADA    PIC 9(07) VALUE ZERO.
       77 WS-SEG-SAIDA      PIC 9(07) VALUE ZERO.
       77 WS-SEG-TRAB       PIC S9(07) VALUE ZERO.
       77 WS-MINUTOS-DIA    PIC 9(05) VALUE ZERO.
       77 WS-MIN-NORMAIS    PIC 9(05) VALUE ZERO.
       77 WS-MIN-EXTRAS     PIC 9(05) VALUE ZERO.
       77 WS-MIN-EXCESSO    PIC 9(05) VALUE ZERO.
       77 WS-ACUM-SEMANA    PIC 9(05) VALUE ZERO.
       77 WS-MIN-CONV       PIC 9(05) VALUE ZERO.
       77 WS-HH-CONV        PIC 9(03) VALUE ZERO.
       77 WS-MM-CONV        PIC 9(02) VALUE ZERO.
       77 WS-HORAS-TEXTO    PIC X(06) VALUE SPACES.
       77 WS-TXT-TOTAL      PIC X(06) VALUE SPACES.
       77 WS-TXT-NORMAIS    PIC X(06) VALUE SPACES.
       77 WS-TXT-EXTRAS     PIC X(06) VALUE SPACES.
       77 WS-TEXTO-SITUACAO PIC X(24) VALUE SPACES.
       77 WS-QTD-NAO-APROV  PIC 9(03) VALUE ZERO.
       77 WS-FECHAMENTO-OK  PIC X(01) VALUE 'N'.
       77 WS-APROVACAO-OK   PIC X(01) VALUE 'S'.
       77 WS-APROV-NOVA     PIC X(01) VALUE 'N'.
       77 WS-QTD-DETALHES   PIC 9(05) VALUE ZERO.
       77 WS-TOT-NORMAIS    PIC 9(06)V99 VALUE ZERO.
       77 WS-TOT-EXTRAS     PIC 9(06)V99 VALUE ZERO.
       77 WS-ULTIMO-DIA     PIC 9(02) VALUE ZERO.
       77 WS-BISSEXTO       PIC X(01) VALUE 'N'.
       77 WS-QUOC-4         PIC 9(04) VALUE ZERO.
       77 WS-QUOC-100       PIC 9(04) VALUE ZERO.
       77 WS-QUOC-400       PIC 9(04) VALUE ZERO.
       77 WS-RESTO          PIC 9(04) VALUE ZERO.
       01 WS-HORA-DECOMP.
           05 WS-HD-HH       PIC 9(02).
           05 WS-HD-MM       PIC 9(02).
           05 WS-HD-SS       PIC 9(02).
           05 FILLER         PIC 9(02).
       01 WS-DATA-CALC.
           05 WS-DC-ANO     PIC 9(04).
           05 WS-DC-MES     PIC 9(02).
           05 WS-DC-DIA     PIC 9(02).
       01 WS-DATA-CALC-N REDEFINES WS-DATA-CALC PIC 9(08).
       01 WS-DIAS-NO-MES.
           05 FILLER        PIC X(24)
               VALUE '312831303130313130313031'.
       01 WS-DIAS-NO-MES-R REDEFINES WS-DIAS-NO-MES.
           05 WS-DIAS-MES   PIC 9(02) OCCURS 12 TIMES.
       01 WS-TABELA-PESSOAS.
           05 WS-PESSOA-ENT OCCURS 500 TIMES.
               10 TPE-CRACHA    PIC X(06).
               10 TPE-NOME      PIC X(20).
       01 WS-TABELA-FECHADOS.
           05 WS-FECHADO-ENT OCCURS 200 TIMES.
               10 TPF-INICIO    PIC 9(08).
               10 TPF-FIM       PIC 9(08).
       01 WS-TABELA-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 500 TIMES.
               10 TCO-CRACHA    PIC X(06).
               10 TCO-DATA      PIC 9(08).
               10 TCO-TIPO      PIC X(01).
               10 TCO-ACAO      PIC X(01).
               10 TCO-HORA-ORIG PIC 9(08).
               10 TCO-HORA-NOVA PIC 9(08).
      * Batidas do periodo (mais a vespera e o dia seguinte, para os
      * turnos que viram a meia-noite) em ordem de cracha, data e
      * hora, ja com as correcoes aplicadas.
       01 WS-TABELA-BATIDAS.
           05 WS-BATIDA-ENT OCCURS 2000 TIMES.
               10 TB-CHAVE.
                   15 TB-CRACHA     PIC X(06).
                   15 TB-DATA       PIC 9(08).
                   15 TB-HORA       PIC 9(08).
               10 TB-TIPO       PIC X(01).
               10 TB-CORRIGIDA  PIC X(01).
               10 TB-USADA      PIC X(01).
       01 WS-BATIDA-NOVA.
           05 WB-CHAVE.
               10 WB-CRACHA     PIC X(06).
               10 WB-DATA       PIC 9(08).
               10 WB-HORA       PIC 9(08).
           05 WB-TIPO       PIC X(01).
           05 WB-CORRIGIDA  PIC X(01).
           05 WB-USADA      PIC X(01).
       01 WS-TABELA-DIAS.
           05 WS-DIA-ENT OCCURS 62 TIMES.
               10 TD-DATA       PIC 9(08).
       01 WS-TABELA-DIARIOS.
           05 WS-DIARIO-ENT OCCURS 3000 TIMES.
               10 TDT-CRACHA    PIC X(06).
               10 TDT-DATA      PIC 9(08).
               10 TDT-SEGUNDOS  PIC 9(07).
               10 TDT-INTERVALOS PIC 9(02).
               10 TDT-CORRIGIDO PIC X(01).
               10 TDT-NORMAIS   PIC 9(05).
               10 TDT-EXTRAS    PIC 9(05).
      * TPD-TIPO: 'E' = entrada sem saida, 'S' = saida sem entrada.
       01 WS-TABELA-PENDENCIAS.
           05 WS-PENDENCIA-ENT OCCURS 300 TIMES.
               10 TPD-CRACHA    PIC X(06).
               10 TPD-DATA      PIC 9(08).
               10 TPD-HORA      PIC 9(08).
               10 TPD-TIPO      PIC X(01).
       01 WS-TABELA-FOLHAS.
           05 WS-FOLHA-ENT OCCURS 300 TIMES.
               10 TFP-CRACHA    PIC X(06).
               10 TFP-NORMAIS   PIC 9(05).
               10 TFP-EXTRAS    PIC 9(05).
               10 TFP-PENDENCIAS PIC 9(03).
               10 TFP-CORRECOES PIC 9(03).
       01 WS-TABELA-APROVACOES.
           05 WS-APROVACAO-ENT OCCURS 1000 TIMES.
               10 TAP-INICIO    PIC 9(08).
               10 TAP-FIM       PIC 9(08).
               10 TAP-CRACHA    PIC X(06).
               10 TAP-NORMAIS   PIC 9(05).
               10 TAP-EXTRAS    PIC 9(05).
               10 TAP-APROVADOR PIC X(08).
               10 TAP-DATA      PIC 9(08).
       01 WS-APROVACAO-ANTERIOR PIC X(48) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'FOLHA DE PONTO E INTERFACE DE PAGAMENTO'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-OPERADOR-PARAG
           PERFORM VERIFICAR-SUPERVISOR-PARAG
           PERFORM CARREGAR-PARAMETROS-PARAG
           PERFORM CARREGAR-PESSOAS-PARAG
           PERFORM CARREGAR-FECHADOS-PARAG
           PERFORM MENU-FOLHA-PARAG
           GOBACK.

       MENU-FOLHA-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'LIMITES: DIA=' WS-LIMITE-DIA ' MIN  SEMANA='
                   WS-LIMITE-SEMANA ' MIN'
               DISPLAY 'ACAO: (G)ERAR FOLHA (C)ORRIGIR BATIDA '
                   '(A)PROVAR (F)ECHAR PERIODO (L)IMITES (S)AIR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'G'
                   WHEN 'g'
                       PERFORM GERAR-FOLHA-PARAG
                   WHEN 'C'
                   WHEN 'c'
                       IF WS-AUTORIZADO = 'S'
                           PERFORM CORRIGIR-BATIDA-PARAG
                       ELSE
                           PERFORM RECUSAR-OPERADOR-PARAG
                       END-IF
                   WHEN 'A'
                   WHEN 'a'
                       IF WS-AUTORIZADO = 'S'
                           PERFORM APROVAR-FOLHA-PARAG
                       ELSE
                           PERFORM RECUSAR-OPERADOR-PARAG
                       END-IF
                   WHEN 'F'
                   WHEN 'f'
                       IF WS-AUTORIZADO = 'S'
                           PERFORM FECHAR-PERIODO-PARAG
                       ELSE
                           PERFORM RECUSAR-OPERADOR-PARAG
                       END-IF
                   WHEN 'L'
                   WHEN 'l'
                       IF WS-AUTORIZADO = 'S'
                           PERFORM ALTERAR-LIMITES-PARAG
                       ELSE
                           PERFORM RECUSAR-OPERADOR-PARAG
                       END-IF
                   WHEN 'S'
                   WHEN 's'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

       RECUSAR-OPERADOR-PARAG.
           DISPLAY 'ACAO RESTRITA A SUPERVISORES. OPERADOR '
               WS-OPERADOR ' RECUSADO.'
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING 'RECUSADO: ACAO ' WS-MODO
               ' DA FOLHA DE PONTO EXIGE SUPERVISOR'
               DELIMITED BY SIZE INTO AUD-DADOS
           PERFORM GRAVAR-AUDITORIA-PARAG.

      ******************************************************************
      * Limites de horas normais por dia e por semana, em minutos.
      ******************************************************************
      * Os limites novos so passam a valer nesta execucao depois de
      * gravados em TIMESHEET-PARM.DAT.
       ALTERAR-LIMITES-PARAG.
           DISPLAY 'LIMITE DIARIO EM MINUTOS (HOJE ' WS-LIMITE-DIA
               ', ZERO=MANTER): '
           ACCEPT WS-LIMITE-DIG
           IF WS-LIMITE-DIG > ZERO
               MOVE WS-LIMITE-DIG TO WS-NOVO-LIMITE-DIA
           ELSE
               MOVE WS-LIMITE-DIA TO WS-NOVO-LIMITE-DIA
           END-IF
           DISPLAY 'LIMITE SEMANAL EM MINUTOS (HOJE ' WS-LIMITE-SEMANA
               ', ZERO=MANTER): '
           ACCEPT WS-LIMITE-DIG
           IF WS-LIMITE-DIG > ZERO
               MOVE WS-LIMITE-DIG TO WS-NOVO-LIMITE-SEMANA
           ELSE
               MOVE WS-LIMITE-SEMANA TO WS-NOVO-LIMITE-SEMANA
           END-IF
           IF WS-NOVO-LIMITE-DIA > 1440 OR
               WS-NOVO-LIMITE-SEMANA < WS-NOVO-LIMITE-DIA
               DISPLAY 'LIMITES INVALIDOS. NADA ALTERADO.'
           ELSE
               OPEN OUTPUT PAY-PARM-FILE
               IF WS-PRM-STATUS NOT = '00'
                   DISPLAY 'ERRO AO GRAVAR TIMESHEET-PARM.DAT: STATUS '
                       WS-PRM-STATUS
                   DISPLAY 'LIMITES NAO ALTERADOS.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO PAY-PARM-RECORD
                   MOVE WS-NOVO-LIMITE-DIA TO PM-LIMITE-DIA
                   MOVE WS-NOVO-LIMITE-SEMANA TO PM-LIMITE-SEMANA
                   WRITE PAY-PARM-RECORD
                   IF WS-PRM-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR TIMESHEET-PARM.DAT: '
                           'STATUS ' WS-PRM-STATUS
                       DISPLAY 'LIMITES NAO ALTERADOS.'
                       MOVE 8 TO RETURN-CODE
                       CLOSE PAY-PARM-FILE
                   ELSE
                       CLOSE PAY-PARM-FILE
                       PERFORM APLICAR-LIMITES-PARAG
                   END-IF
               END-IF
           END-IF.

       APLICAR-LIMITES-PARAG.
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING 'LIMITES DE PONTO DIA DE=' WS-LIMITE-DIA
               ' PARA=' WS-NOVO-LIMITE-DIA
               ' SEMANA DE=' WS-LIMITE-SEMANA
               ' PARA=' WS-NOVO-LIMITE-SEMANA
               DELIMITED BY SIZE INTO AUD-DADOS
           MOVE WS-NOVO-LIMITE-DIA TO WS-LIMITE-DIA
           MOVE WS-NOVO-LIMITE-SEMANA TO WS-LIMITE-SEMANA
           PERFORM GRAVAR-AUDITORIA-PARAG
           DISPLAY 'LIMITES GRAVADOS.'.

      ******************************************************************
      * Folha de ponto do periodo em TIMESHEET-REPORT.TXT. Periodo ja
      * fechado sai com as horas aprovadas, sem recalcular.
      ******************************************************************
       GERAR-FOLHA-PARAG.
           PERFORM ACEITAR-PERIODO-PARAG
           IF WS-ABANDONA = 'N'
               EVALUATE WS-SITUACAO-PERIODO
                   WHEN 'F'
                       PERFORM GRAVAR-FOLHA-FECHADA-PARAG
                   WHEN 'S'
                       DISPLAY 'O PERIODO PEDIDO SOBREPOE UM PERIODO '
                           'JA FECHADO. PECA O PERIODO FECHADO INTEIRO '
                           'OU DATAS FORA DELE.'
                   WHEN OTHER
                       PERFORM MONTAR-FOLHA-PARAG
                       PERFORM GRAVAR-FOLHA-PARAG
               END-EVALUATE
           END-IF.

       GRAVAR-FOLHA-PARAG.
           OPEN OUTPUT TIMESHEET-REPORT-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR TIMESHEET-REPORT.TXT'
           ELSE
               MOVE SPACES TO TIMESHEET-REPORT-LINE
               STRING 'FOLHA DE PONTO ' WS-DATA-INICIO ' A '
                   WS-DATA-FIM ' LIMITES DIA=' WS-LIMITE-DIA
                   ' SEMANA=' WS-LIMITE-SEMANA ' (MIN)'
                   DELIMITED BY SIZE INTO TIMESHEET-REPORT-LINE
               WRITE TIMESHEET-REPORT-LINE
               IF WS-FOLHA-INCOMPLETA = 'S'
                   MOVE SPACES TO TIMESHEET-REPORT-LINE
                   STRING '*** FOLHA INCOMPLETA - TABELA INTERNA '
                       'CHEIA. NAO APROVAR NEM FECHAR ***'
                       DELIMITED BY SIZE INTO TIMESHEET-REPORT-LINE
                   WRITE TIMESHEET-REPORT-LINE
                   DISPLAY TIMESHEET-REPORT-LINE
               END-IF
               PERFORM VARYING WS-IX-FOLHA FROM 1 BY 1
                   UNTIL WS-IX-FOLHA > WS-QTD-FOLHAS
                   PERFORM GRAVAR-FOLHA-PESSOA-PARAG
               END-PERFORM
               MOVE SPACES TO TIMESHEET-REPORT-LINE
               STRING 'PESSOAS=' WS-QTD-FOLHAS
                   ' BATIDAS SEM PAR=' WS-QTD-PENDENCIAS
                   DELIMITED BY SIZE INTO TIMESHEET-REPORT-LINE
               WRITE TIMESHEET-REPORT-LINE
               CLOSE TIMESHEET-REPORT-FILE
               DISPLAY 'PESSOAS NA FOLHA: ' WS-QTD-FOLHAS
                   ' BATIDAS SEM PAR: ' WS-QTD-PENDENCIAS
               DISPLAY 'FOLHA GRAVADA EM TIMESHEET-REPORT.TXT'
           END-IF.

       GRAVAR-FOLHA-PESSOA-PARAG.
           MOVE TFP-CRACHA(WS-IX-FOLHA) TO WS-CRACHA
           PERFORM LOCALIZAR-PESSOA-PARAG
           PERFORM LOCALIZAR-APROVACAO-PARAG
           PERFORM DEFINIR-SITUACAO-FOLHA-PARAG
           MOVE SPACES TO TIMESHEET-REPORT-LINE
           WRITE TIMESHEET-REPORT-LINE
           MOVE SPACES TO TIMESHEET-REPORT-LINE
           STRING 'CRACHA ' WS-CRACHA ' ' WS-NOME-PESSOA
               ' SITUACAO: ' WS-TEXTO-SITUACAO
               DELIMITED BY SIZE INTO TIMESHEET-REPORT-LINE
           WRITE TIMESHEET-REPORT-LINE
           PERFORM VARYING WS-IX-DIARIO FROM 1 BY 1
               UNTIL WS-IX-DIARIO > WS-QTD-DIARIOS
               IF TDT-CRACHA(WS-IX-DIARIO) = WS-CRACHA
                   PERFORM GRAVAR-LINHA-DIA-PARAG
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX-PEND FROM 1 BY 1
               UNTIL WS-IX-PEND > WS-QTD-PENDENCIAS
               IF TPD-CRACHA(WS-IX-PEND) = WS-CRACHA
                   MOVE SPACES TO TIMESHEET-REPORT-LINE
                   IF TPD-TIPO(WS-IX-PEND) = 'E'
                       STRING '  *** ENTRADA SEM SAIDA '
                           TPD-DATA(WS-IX-PEND) ' '
                           TPD-HORA(WS-IX-PEND)
                           DELIMITED BY SIZE
                           INTO TIMESHEET-REPORT-LINE
                   ELSE
                       STRING '  *** SAIDA SEM ENTRADA '
                           TPD-DATA(WS-IX-PEND) ' '
                           TPD-HORA(WS-IX-PEND)
                           DELIMITED BY SIZE
                           INTO TIMESHEET-REPORT-LINE
                   END-IF
                   WRITE TIMESHEET-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE TFP-NORMAIS(WS-IX-FOLHA) TO WS-MIN-CONV
           PERFORM CONVERTER-MINUTOS-PARAG
           MOVE WS-HORAS-TEXTO TO WS-TXT-NORMAIS
           MOVE TFP-EXTRAS(WS-IX-FOLHA) TO WS-MIN-CONV
           PERFORM CONVERTER-MINUTOS-PARAG
           MOVE WS-HORAS-TEXTO TO WS-TXT-EXTRAS
           MOVE SPACES TO TIMESHEET-REPORT-LINE
           STRING '  TOTAL NORMAIS=' WS-TXT-NORMAIS
               ' EXTRAS=' WS-TXT-EXTRAS
               ' SEM PAR=' TFP-PENDENCIAS(WS-IX-FOLHA)
               ' CORRECOES=' TFP-CORRECOES(WS-IX-FOLHA)
               DELIMITED BY SIZE INTO TIMESHEET-REPORT-LINE
           WRITE TIMESHEET-REPORT-LINE.

       GRAVAR-LINHA-DIA-PARAG.
           COMPUTE WS-MIN-CONV = TDT-SEGUNDOS(WS-IX-DIARIO) / 60
           PERFORM CONVERTER-MINUTOS-PARAG
           MOVE WS-HORAS-TEXTO TO WS-TXT-TOTAL
           MOVE TDT-NORMAIS(WS-IX-DIARIO) TO WS-MIN-CONV
           PERFORM CONVERTER-MINUTOS-PARAG
           MOVE WS-HORAS-TEXTO TO WS-TXT-NORMAIS
           MOVE TDT-EXTRAS(WS-IX-DIARIO) TO WS-MIN-CONV
           PERFORM CONVERTER-MINUTOS-PARAG
           MOVE WS-HORAS-TEXTO TO WS-TXT-EXTRAS
           MOVE SPACES TO TIMESHEET-REPORT-LINE
           STRING '  ' TDT-DATA(WS-IX-DIARIO)
               ' INTERV=' TDT-INTERVALOS(WS-IX-DIARIO)
               ' HORAS=' WS-TXT-TOTAL
               ' NORMAIS=' WS-TXT-NORMAIS
               ' EXTRAS=' WS-TXT-EXTRAS
               DELIMITED BY SIZE INTO TIMESHEET-REPORT-LINE
           IF TDT-CORRIGIDO(WS-IX-DIARIO) = 'S'
               MOVE '(CORRIGIDO)' TO TIMESHEET-REPORT-LINE(69:11)
           END-IF
           WRITE TIMESHEET-REPORT-LINE.

      * WS-IX-APROV-ACHADA deve apontar a aprovacao do cracha no
      * periodo (ou zero).
       DEFINIR-SITUACAO-FOLHA-PARAG.
           EVALUATE TRUE
               WHEN TFP-PENDENCIAS(WS-IX-FOLHA) > ZERO
                   MOVE 'BATIDAS SEM PAR' TO WS-TEXTO-SITUACAO
               WHEN WS-IX-APROV-ACHADA = ZERO
                   MOVE 'AGUARDANDO APROVACAO' TO WS-TEXTO-SITUACAO
               WHEN TAP-NORMAIS(WS-IX-APROV-ACHADA) =
                   TFP-NORMAIS(WS-IX-FOLHA) AND
                   TAP-EXTRAS(WS-IX-APROV-ACHADA) =
                   TFP-EXTRAS(WS-IX-FOLHA)
                   MOVE 'APROVADA' TO WS-TEXTO-SITUACAO
               WHEN OTHER
                   MOVE 'ALTERADA APOS APROVACAO' TO WS-TEXTO-SITUACAO
           END-EVALUATE.

       GRAVAR-FOLHA-FECHADA-PARAG.
           PERFORM CARREGAR-APROVACOES-PARAG
           OPEN OUTPUT TIMESHEET-REPORT-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR TIMESHEET-REPORT.TXT'
           ELSE
               MOVE SPACES TO TIMESHEET-REPORT-LINE
               STRING 'FOLHA DE PONTO ' WS-DATA-INICIO ' A '
                   WS-DATA-FIM ' - PERIODO FECHADO, HORAS APROVADAS'
                   DELIMITED BY SIZE INTO TIMESHEET-REPORT-LINE
               WRITE TIMESHEET-REPORT-LINE
               MOVE ZERO TO WS-QTD-DETALHES
               PERFORM VARYING WS-IX-APROV FROM 1 BY 1
                   UNTIL WS-IX-APROV > WS-QTD-APROV
                   IF TAP-INICIO(WS-IX-APROV) = WS-DATA-INICIO AND
                       TAP-FIM(WS-IX-APROV) = WS-DATA-FIM
                       ADD 1 TO WS-QTD-DETALHES
                       MOVE TAP-CRACHA(WS-IX-APROV) TO WS-CRACHA
                       PERFORM LOCALIZAR-PESSOA-PARAG
                       MOVE TAP-NORMAIS(WS-IX-APROV) TO WS-MIN-CONV
                       PERFORM CONVERTER-MINUTOS-PARAG
                       MOVE WS-HORAS-TEXTO TO WS-TXT-NORMAIS
                       MOVE TAP-EXTRAS(WS-IX-APROV) TO WS-MIN-CONV
                       PERFORM CONVERTER-MINUTOS-PARAG
                       MOVE WS-HORAS-TEXTO TO WS-TXT-EXTRAS
                       MOVE SPACES TO TIMESHEET-REPORT-LINE
                       STRING 'CRACHA ' WS-CRACHA ' ' WS-NOME-PESSOA
                           ' NORMAIS=' WS-TXT-NORMAIS
                           ' EXTRAS=' WS-TXT-EXTRAS
                           ' APROV=' TAP-APROVADOR(WS-IX-APROV)
                           DELIMITED BY SIZE
                           INTO TIMESHEET-REPORT-LINE
                       WRITE TIMESHEET-REPORT-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO TIMESHEET-REPORT-LINE
               STRING 'PESSOAS PAGAS NO PERIODO=' WS-QTD-DETALHES
                   DELIMITED BY SIZE INTO TIMESHEET-REPORT-LINE
               WRITE TIMESHEET-REPORT-LINE
               CLOSE TIMESHEET-REPORT-FILE
               DISPLAY 'PERIODO FECHADO: FOLHA COM AS HORAS APROVADAS '
                   'GRAVADA EM TIMESHEET-REPORT.TXT'
           END-IF.

      ******************************************************************
      * Correcao de batida: inclui a batida esquecida ou troca a hora
      * de uma batida do log, sempre com motivo. O log fica intacto.
      ******************************************************************
       CORRIGIR-BATIDA-PARAG.
           MOVE 'N' TO WS-ABANDONA
           DISPLAY 'CRACHA: '
           MOVE SPACES TO WS-CRACHA
           ACCEPT WS-CRACHA
           PERFORM LOCALIZAR-PESSOA-PARAG
           IF WS-IX-PES-ACHADO = ZERO
               DISPLAY 'CRACHA NAO CADASTRADO: ' WS-CRACHA
               MOVE 'S' TO WS-ABANDONA
           END-IF
           IF WS-ABANDONA = 'N'
               DISPLAY 'DATA DA BATIDA (AAAAMMDD): '
               ACCEPT WS-DATA-BATIDA
               MOVE WS-DATA-BATIDA TO WS-DATA-CALC-N
               PERFORM VALIDAR-DATA-PARAG
               IF WS-DATA-VALIDA = 'N'
                   DISPLAY 'DATA INVALIDA.'
                   MOVE 'S' TO WS-ABANDONA
               ELSE
                   PERFORM VERIFICAR-DATA-FECHADA-PARAG
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               DISPLAY '(E)NTRADA OU (S)AIDA ? '
               ACCEPT WS-TIPO-BATIDA
               IF WS-TIPO-BATIDA = 'e'
                   MOVE 'E' TO WS-TIPO-BATIDA
               END-IF
               IF WS-TIPO-BATIDA = 's'
                   MOVE 'S' TO WS-TIPO-BATIDA
               END-IF
               IF WS-TIPO-BATIDA NOT = 'E' AND WS-TIPO-BATIDA NOT = 'S'
                   DISPLAY 'TIPO INVALIDO.'
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               DISPLAY '(I)NCLUIR BATIDA QUE FALTOU OU (A)LTERAR HORA '
                   'DE BATIDA DO LOG ? '
               ACCEPT WS-ACAO-CORRECAO
               EVALUATE WS-ACAO-CORRECAO
                   WHEN 'I'
                   WHEN 'i'
                       MOVE 'I' TO WS-ACAO-CORRECAO
                       MOVE ZERO TO WS-HORA-ORIG
                   WHEN 'A'
                   WHEN 'a'
                       MOVE 'A' TO WS-ACAO-CORRECAO
                       DISPLAY 'HORA ORIGINAL COMO NA FOLHA '
                           '(HHMMSSCC): '
                       ACCEPT WS-HORA-ORIG
                       PERFORM LOCALIZAR-BATIDA-LOG-PARAG
                       IF WS-BATIDA-ACHADA = 'N'
                           DISPLAY 'BATIDA NAO ENCONTRADA EM '
                               'SIGNIN-LOG.TXT.'
                           MOVE 'S' TO WS-ABANDONA
                       END-IF
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
                       MOVE 'S' TO WS-ABANDONA
               END-EVALUATE
           END-IF
           IF WS-ABANDONA = 'N'
               DISPLAY 'HORA CORRETA (HHMM): '
               ACCEPT WS-HORA-DIG
               MOVE WS-HORA-DIG TO WS-HORA-DECOMP(1:4)
               MOVE '0000' TO WS-HORA-DECOMP(5:4)
               IF WS-HD-HH > 23 OR WS-HD-MM > 59
                   DISPLAY 'HORA INVALIDA.'
                   MOVE 'S' TO WS-ABANDONA
               ELSE
                   MOVE WS-HORA-DECOMP TO WS-HORA-NOVA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               MOVE SPACES TO WS-MOTIVO
               PERFORM UNTIL WS-MOTIVO NOT = SPACES
                   DISPLAY 'MOTIVO DA CORRECAO (OBRIGATORIO): '
                   ACCEPT WS-MOTIVO
               END-PERFORM
               PERFORM GRAVAR-CORRECAO-PARAG
           END-IF.

       LOCALIZAR-BATIDA-LOG-PARAG.
           MOVE 'N' TO WS-BATIDA-ACHADA
           OPEN INPUT SIGNIN-LOG-FILE
           IF WS-LOG-STATUS = '00'
               PERFORM UNTIL WS-LOG-STATUS = '10'
                   READ SIGNIN-LOG-FILE
                       AT END
                           MOVE '10' TO WS-LOG-STATUS
                       NOT AT END
                           IF SL-CRACHA = WS-CRACHA AND
                               SL-DATA = WS-DATA-BATIDA AND
                               SL-TIPO = WS-TIPO-BATIDA AND
                               SL-HORA = WS-HORA-ORIG
                               MOVE 'S' TO WS-BATIDA-ACHADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNIN-LOG-FILE
           END-IF.

       GRAVAR-CORRECAO-PARAG.
           OPEN EXTEND PUNCH-CORRECTION-FILE
           IF WS-COR-STATUS = '35'
               OPEN OUTPUT PUNCH-CORRECTION-FILE
           END-IF
           MOVE SPACES TO PUNCH-CORRECTION-RECORD
           MOVE WS-CRACHA TO PC-CRACHA
           MOVE WS-DATA-BATIDA TO PC-DATA
           MOVE WS-TIPO-BATIDA TO PC-TIPO
           MOVE WS-ACAO-CORRECAO TO PC-ACAO
           MOVE WS-HORA-ORIG TO PC-HORA-ORIG
           MOVE WS-HORA-NOVA TO PC-HORA-NOVA
           MOVE WS-MOTIVO TO PC-MOTIVO
           MOVE WS-OPERADOR TO PC-OPERADOR
           MOVE WS-DATA-HOJE TO PC-DATA-REG
           WRITE PUNCH-CORRECTION-RECORD
           IF WS-COR-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PUNCH-CORRECTIONS.DAT: STATUS '
                   WS-COR-STATUS
           ELSE
               DISPLAY 'CORRECAO GRAVADA.'
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING 'CORR PONTO ' WS-CRACHA ' ' WS-DATA-BATIDA
                   ' ' WS-TIPO-BATIDA WS-ACAO-CORRECAO
                   ' ' WS-HORA-ORIG '>' WS-HORA-NOVA ' '
                   DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY '  '
                   INTO AUD-DADOS
               PERFORM GRAVAR-AUDITORIA-PARAG
           END-IF
           CLOSE PUNCH-CORRECTION-FILE.

      ******************************************************************
      * Aprovacao da folha de um cracha: sem batidas sem par, grava
      * os minutos normais e extras aprovados em TIMESHEET.DAT.
      ******************************************************************
       APROVAR-FOLHA-PARAG.
           PERFORM ACEITAR-PERIODO-PARAG
           IF WS-ABANDONA = 'N' AND WS-SITUACAO-PERIODO NOT = 'L'
               DISPLAY 'PERIODO FECHADO OU SOBREPOSTO A PERIODO '
                   'FECHADO. APROVACAO RECUSADA.'
               MOVE 'S' TO WS-ABANDONA
           END-IF
           IF WS-ABANDONA = 'N'
               DISPLAY 'CRACHA A APROVAR: '
               MOVE SPACES TO WS-CRACHA-PEDIDO
               ACCEPT WS-CRACHA-PEDIDO
               PERFORM MONTAR-FOLHA-PARAG
               MOVE WS-CRACHA-PEDIDO TO WS-CRACHA
               PERFORM LOCALIZAR-FOLHA-PARAG
               IF WS-IX-FOLHA-ACHADA = ZERO
                   DISPLAY 'CRACHA SEM HORAS NO PERIODO: ' WS-CRACHA
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               MOVE WS-IX-FOLHA-ACHADA TO WS-IX-FOLHA
               PERFORM LOCALIZAR-PESSOA-PARAG
               MOVE TFP-NORMAIS(WS-IX-FOLHA) TO WS-MIN-CONV
               PERFORM CONVERTER-MINUTOS-PARAG
               MOVE WS-HORAS-TEXTO TO WS-TXT-NORMAIS
               MOVE TFP-EXTRAS(WS-IX-FOLHA) TO WS-MIN-CONV
               PERFORM CONVERTER-MINUTOS-PARAG
               MOVE WS-HORAS-TEXTO TO WS-TXT-EXTRAS
               DISPLAY WS-CRACHA ' ' WS-NOME-PESSOA
                   ' NORMAIS=' WS-TXT-NORMAIS
                   ' EXTRAS=' WS-TXT-EXTRAS
                   ' SEM PAR=' TFP-PENDENCIAS(WS-IX-FOLHA)
                   ' CORRECOES=' TFP-CORRECOES(WS-IX-FOLHA)
               IF TFP-PENDENCIAS(WS-IX-FOLHA) > ZERO
                   DISPLAY 'FOLHA COM BATIDAS SEM PAR. CORRIJA ANTES '
                       'DE APROVAR.'
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N' AND WS-APROV-OVERFLOW = 'S'
               DISPLAY 'TIMESHEET.DAT MAIOR QUE A TABELA. ARQUIVO NAO '
                   'REGRAVADO.'
               MOVE 'S' TO WS-ABANDONA
           END-IF
           IF WS-ABANDONA = 'N' AND WS-FOLHA-INCOMPLETA = 'S'
               DISPLAY 'FOLHA INCOMPLETA (TABELA INTERNA CHEIA). '
                   'APROVACAO RECUSADA.'
               MOVE 'S' TO WS-ABANDONA
           END-IF
           IF WS-ABANDONA = 'N'
               DISPLAY 'APROVAR ESTA FOLHA? (S/N) '
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                   PERFORM REGISTRAR-APROVACAO-PARAG
               ELSE
                   DISPLAY 'FOLHA NAO APROVADA.'
               END-IF
           END-IF.

      * A aprovacao so e confirmada e auditada depois de gravada em
      * TIMESHEET.DAT. Em falha a tabela volta ao que era, para o
      * fechamento nao contar com uma aprovacao que nao existe.
       REGISTRAR-APROVACAO-PARAG.
           MOVE 'N' TO WS-APROV-NOVA
           PERFORM LOCALIZAR-APROVACAO-PARAG
           IF WS-IX-APROV-ACHADA = ZERO
               IF WS-QTD-APROV >= 1000
                   DISPLAY 'TABELA DE APROVACOES CHEIA. NADA GRAVADO.'
               ELSE
                   ADD 1 TO WS-QTD-APROV
                   MOVE WS-QTD-APROV TO WS-IX-APROV-ACHADA
                   MOVE 'S' TO WS-APROV-NOVA
               END-IF
           ELSE
               MOVE WS-APROVACAO-ENT(WS-IX-APROV-ACHADA) TO
                   WS-APROVACAO-ANTERIOR
           END-IF
           IF WS-IX-APROV-ACHADA > ZERO
               MOVE WS-DATA-INICIO TO TAP-INICIO(WS-IX-APROV-ACHADA)
               MOVE WS-DATA-FIM TO TAP-FIM(WS-IX-APROV-ACHADA)
               MOVE WS-CRACHA TO TAP-CRACHA(WS-IX-APROV-ACHADA)
               MOVE TFP-NORMAIS(WS-IX-FOLHA) TO
                   TAP-NORMAIS(WS-IX-APROV-ACHADA)
               MOVE TFP-EXTRAS(WS-IX-FOLHA) TO
                   TAP-EXTRAS(WS-IX-APROV-ACHADA)
               MOVE WS-OPERADOR TO TAP-APROVADOR(WS-IX-APROV-ACHADA)
               MOVE WS-DATA-HOJE TO TAP-DATA(WS-IX-APROV-ACHADA)
               PERFORM REGRAVAR-APROVACOES-PARAG
               IF WS-APROVACAO-OK = 'N'
                   IF WS-APROV-NOVA = 'S'
                       SUBTRACT 1 FROM WS-QTD-APROV
                   ELSE
                       MOVE WS-APROVACAO-ANTERIOR TO
                           WS-APROVACAO-ENT(WS-IX-APROV-ACHADA)
                   END-IF
                   DISPLAY 'APROVACAO NAO GRAVADA. FOLHA NAO APROVADA.'
               ELSE
                   MOVE SPACES TO AUDIT-LOG-LINE
                   STRING 'APROVACAO PONTO ' WS-CRACHA
                       ' ' WS-DATA-INICIO '-' WS-DATA-FIM
                       ' NORM=' TFP-NORMAIS(WS-IX-FOLHA)
                       ' EXTR=' TFP-EXTRAS(WS-IX-FOLHA)
                       DELIMITED BY SIZE INTO AUD-DADOS
                   PERFORM GRAVAR-AUDITORIA-PARAG
                   DISPLAY 'FOLHA APROVADA.'
               END-IF
           END-IF.

       REGRAVAR-APROVACOES-PARAG.
           MOVE 'S' TO WS-APROVACAO-OK
           OPEN OUTPUT TIMESHEET-FILE
           IF WS-FOL-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR TIMESHEET.DAT: STATUS '
                   WS-FOL-STATUS
               MOVE 'N' TO WS-APROVACAO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IX-APROV FROM 1 BY 1
                   UNTIL WS-IX-APROV > WS-QTD-APROV
                   OR WS-APROVACAO-OK = 'N'
                   MOVE SPACES TO TIMESHEET-RECORD
                   MOVE TAP-INICIO(WS-IX-APROV) TO TS-INICIO
                   MOVE TAP-FIM(WS-IX-APROV) TO TS-FIM
                   MOVE TAP-CRACHA(WS-IX-APROV) TO TS-CRACHA
                   MOVE TAP-NORMAIS(WS-IX-APROV) TO TS-MIN-NORMAIS
                   MOVE TAP-EXTRAS(WS-IX-APROV) TO TS-MIN-EXTRAS
                   MOVE TAP-APROVADOR(WS-IX-APROV) TO TS-APROVADOR
                   MOVE TAP-DATA(WS-IX-APROV) TO TS-DATA-APROV
                   WRITE TIMESHEET-RECORD
                   IF WS-FOL-STATUS NOT = '00'
                       DISPLAY 'ERRO AO GRAVAR TIMESHEET.DAT: STATUS '
                           WS-FOL-STATUS
                       MOVE 'N' TO WS-APROVACAO-OK
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-PERFORM
               CLOSE TIMESHEET-FILE
           END-IF.

      ******************************************************************
      * Fechamento: toda folha do periodo aprovada e ainda igual ao
      * calculo de agora. Grava a interface e trava o periodo.
      ******************************************************************
       FECHAR-PERIODO-PARAG.
           PERFORM ACEITAR-PERIODO-PARAG
           IF WS-ABANDONA = 'N' AND WS-SITUACAO-PERIODO NOT = 'L'
               DISPLAY 'PERIODO JA FECHADO OU SOBREPOSTO A PERIODO '
                   'FECHADO. NADA FEITO.'
               MOVE 'S' TO WS-ABANDONA
           END-IF
           IF WS-ABANDONA = 'N'
               PERFORM MONTAR-FOLHA-PARAG
               MOVE ZERO TO WS-QTD-NAO-APROV
               PERFORM VARYING WS-IX-FOLHA FROM 1 BY 1
                   UNTIL WS-IX-FOLHA > WS-QTD-FOLHAS
                   MOVE TFP-CRACHA(WS-IX-FOLHA) TO WS-CRACHA
                   PERFORM LOCALIZAR-APROVACAO-PARAG
                   PERFORM DEFINIR-SITUACAO-FOLHA-PARAG
                   IF WS-TEXTO-SITUACAO NOT = 'APROVADA'
                       ADD 1 TO WS-QTD-NAO-APROV
                       DISPLAY 'CRACHA ' WS-CRACHA ': '
                           WS-TEXTO-SITUACAO
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-FOLHA-INCOMPLETA = 'S'
                       DISPLAY 'FOLHA INCOMPLETA (TABELA INTERNA '
                           'CHEIA). PERIODO NAO FECHADO.'
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-QTD-FOLHAS = ZERO
                       DISPLAY 'NENHUMA HORA NO PERIODO. NADA FEITO.'
                   WHEN WS-QTD-NAO-APROV > ZERO
                       DISPLAY WS-QTD-NAO-APROV ' FOLHA(S) SEM '
                           'APROVACAO VALIDA. PERIODO NAO FECHADO.'
                   WHEN OTHER
                       DISPLAY 'FECHAR O PERIODO E GERAR A INTERFACE? '
                           '(S/N) '
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = 'S' OR WS-CONFIRMA = 's'
                           PERFORM GRAVAR-INTERFACE-PARAG
                       ELSE
                           DISPLAY 'FECHAMENTO CANCELADO.'
                       END-IF
               END-EVALUATE
           END-IF.

      * WS-FECHAMENTO-OK vale so para este fechamento: falha anterior
      * na sessao nao impede a trava, e falha aqui impede.
       GRAVAR-INTERFACE-PARAG.
           MOVE 'S' TO WS-FECHAMENTO-OK
           MOVE SPACES TO WS-NOME-ARQUIVO
           STRING 'PAYROLL-' WS-DATA-INICIO '-' WS-DATA-FIM '.DAT'
               DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
           OPEN OUTPUT PAYROLL-FILE
           IF WS-PAG-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR ' WS-NOME-ARQUIVO
               MOVE 'N' TO WS-FECHAMENTO-OK
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO PAYROLL-RECORD
               MOVE '0' TO PY-TIPO
               MOVE WS-DATA-INICIO TO PY-INICIO
               MOVE WS-DATA-FIM TO PY-FIM
               MOVE WS-DATA-HOJE TO PY-DATA-GERACAO
               MOVE WS-OPERADOR TO PY-OPERADOR
               WRITE PAYROLL-RECORD
               PERFORM CONFERIR-GRAVACAO-PAGTO-PARAG
               MOVE ZERO TO WS-QTD-DETALHES
               MOVE ZERO TO WS-TOT-NORMAIS
               MOVE ZERO TO WS-TOT-EXTRAS
               PERFORM VARYING WS-IX-FOLHA FROM 1 BY 1
                   UNTIL WS-IX-FOLHA > WS-QTD-FOLHAS
                   MOVE TFP-CRACHA(WS-IX-FOLHA) TO WS-CRACHA
                   PERFORM LOCALIZAR-PESSOA-PARAG
                   MOVE SPACES TO PAYROLL-RECORD
                   MOVE '1' TO PY-TIPO
                   MOVE WS-CRACHA TO PY-CRACHA
                   MOVE WS-NOME-PESSOA TO PY-NOME
                   COMPUTE PY-HORAS-NORMAIS ROUNDED =
                       TFP-NORMAIS(WS-IX-FOLHA) / 60
                   COMPUTE PY-HORAS-EXTRAS ROUNDED =
                       TFP-EXTRAS(WS-IX-FOLHA) / 60
                   MOVE TFP-NORMAIS(WS-IX-FOLHA) TO PY-MIN-NORMAIS
                   MOVE TFP-EXTRAS(WS-IX-FOLHA) TO PY-MIN-EXTRAS
                   ADD PY-HORAS-NORMAIS TO WS-TOT-NORMAIS
                   ADD PY-HORAS-EXTRAS TO WS-TOT-EXTRAS
                   ADD 1 TO WS-QTD-DETALHES
                   WRITE PAYROLL-RECORD
                   PERFORM CONFERIR-GRAVACAO-PAGTO-PARAG
               END-PERFORM
               MOVE SPACES TO PAYROLL-RECORD
               MOVE '9' TO PY-TIPO
               MOVE WS-QTD-DETALHES TO PY-QTD-DETALHES
               MOVE WS-TOT-NORMAIS TO PY-TOT-NORMAIS
               MOVE WS-TOT-EXTRAS TO PY-TOT-EXTRAS
               WRITE PAYROLL-RECORD
               PERFORM CONFERIR-GRAVACAO-PAGTO-PARAG
               CLOSE PAYROLL-FILE
               IF WS-FECHAMENTO-OK = 'S'
                   PERFORM TRAVAR-PERIODO-PARAG
               ELSE
                   DISPLAY 'INTERFACE INCOMPLETA. PERIODO NAO FECHADO.'
               END-IF
           END-IF.

       CONFERIR-GRAVACAO-PAGTO-PARAG.
           IF WS-PAG-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR ' WS-NOME-ARQUIVO
                   ': STATUS ' WS-PAG-STATUS
               MOVE 'N' TO WS-FECHAMENTO-OK
               MOVE 8 TO RETURN-CODE
           END-IF.

       TRAVAR-PERIODO-PARAG.
           OPEN EXTEND PAY-PERIOD-FILE
           IF WS-PER-STATUS = '35'
               OPEN OUTPUT PAY-PERIOD-FILE
           END-IF
           IF WS-PER-STATUS NOT = '00'
               DISPLAY 'ERRO AO ABRIR PAY-PERIOD.DAT: STATUS '
                   WS-PER-STATUS '. PERIODO NAO TRAVADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GRAVAR-TRAVA-PERIODO-PARAG
               CLOSE PAY-PERIOD-FILE
           END-IF.

       GRAVAR-TRAVA-PERIODO-PARAG.
           MOVE SPACES TO PAY-PERIOD-RECORD
           MOVE WS-DATA-INICIO TO PP-INICIO
           MOVE WS-DATA-FIM TO PP-FIM
           MOVE WS-DATA-HOJE TO PP-DATA-FECH
           MOVE WS-OPERADOR TO PP-OPERADOR
           MOVE WS-QTD-DETALHES TO PP-QTD-PESSOAS
           WRITE PAY-PERIOD-RECORD
           IF WS-PER-STATUS NOT = '00'
               DISPLAY 'ERRO AO GRAVAR PAY-PERIOD.DAT: STATUS '
                   WS-PER-STATUS '. PERIODO NAO TRAVADO.'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTD-FECHADOS < 200
                   ADD 1 TO WS-QTD-FECHADOS
                   MOVE WS-DATA-INICIO TO TPF-INICIO(WS-QTD-FECHADOS)
                   MOVE WS-DATA-FIM TO TPF-FIM(WS-QTD-FECHADOS)
               END-IF
               DISPLAY 'INTERFACE GRAVADA EM ' WS-NOME-ARQUIVO
               DISPLAY 'PESSOAS: ' WS-QTD-DETALHES
                   ' NORMAIS: ' WS-TOT-NORMAIS
                   ' EXTRAS: ' WS-TOT-EXTRAS
               DISPLAY 'PERIODO ' WS-DATA-INICIO ' A ' WS-DATA-FIM
                   ' FECHADO.'
               MOVE SPACES TO AUDIT-LOG-LINE
               STRING 'FECH PONTO ' WS-DATA-INICIO '-'
                   WS-DATA-FIM ' PESSOAS=' WS-QTD-DETALHES
                   ' NORM=' WS-TOT-NORMAIS
                   ' EXTR=' WS-TOT-EXTRAS
                   DELIMITED BY SIZE INTO AUD-DADOS
               PERFORM GRAVAR-AUDITORIA-PARAG
           END-IF.

      ******************************************************************
      * Montagem da folha: batidas com correcoes, pares, horas por
      * dia, normais e extras e totais por cracha.
      ******************************************************************
      * Qualquer tabela cheia na montagem marca WS-FOLHA-INCOMPLETA:
      * a folha ainda sai no relatorio, com aviso, mas nao pode ser
      * aprovada nem fechada.
       MONTAR-FOLHA-PARAG.
           MOVE 'N' TO WS-FOLHA-INCOMPLETA
           MOVE WS-DATA-INICIO TO WS-DATA-CALC-N
           PERFORM RECUAR-DIA-PARAG
           MOVE WS-DATA-CALC-N TO WS-DATA-CARGA-INI
           MOVE WS-DATA-FIM TO WS-DATA-CALC-N
           PERFORM AVANCAR-DIA-PARAG
           MOVE WS-DATA-CALC-N TO WS-DATA-CARGA-FIM
           PERFORM CARREGAR-CORRECOES-PARAG
           PERFORM CARREGAR-BATIDAS-PARAG
           PERFORM CARREGAR-APROVACOES-PARAG
           MOVE ZERO TO WS-QTD-DIARIOS
           MOVE ZERO TO WS-QTD-PENDENCIAS
           MOVE ZERO TO WS-QTD-FOLHAS
           PERFORM PAREAR-BATIDAS-PARAG
           PERFORM CALCULAR-EXTRAS-PARAG
           PERFORM CONTAR-CORRECOES-PARAG.

       CARREGAR-CORRECOES-PARAG.
           MOVE ZERO TO WS-QTD-CORRECOES
           OPEN INPUT PUNCH-CORRECTION-FILE
           IF WS-COR-STATUS = '00'
               PERFORM UNTIL WS-COR-STATUS = '10'
                   READ PUNCH-CORRECTION-FILE
                       AT END
                           MOVE '10' TO WS-COR-STATUS
                       NOT AT END
                           IF PC-DATA >= WS-DATA-CARGA-INI AND
                               PC-DATA <= WS-DATA-CARGA-FIM
                               PERFORM GUARDAR-CORRECAO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PUNCH-CORRECTION-FILE
           END-IF.

       GUARDAR-CORRECAO-PARAG.
           IF WS-QTD-CORRECOES >= 500
               DISPLAY 'TABELA DE CORRECOES CHEIA. CORRECAO '
                   'IGNORADA: ' PC-CRACHA ' ' PC-DATA
               MOVE 'S' TO WS-FOLHA-INCOMPLETA
           ELSE
               ADD 1 TO WS-QTD-CORRECOES
               MOVE PC-CRACHA TO TCO-CRACHA(WS-QTD-CORRECOES)
               MOVE PC-DATA TO TCO-DATA(WS-QTD-CORRECOES)
               MOVE PC-TIPO TO TCO-TIPO(WS-QTD-CORRECOES)
               MOVE PC-ACAO TO TCO-ACAO(WS-QTD-CORRECOES)
               MOVE PC-HORA-ORIG TO TCO-HORA-ORIG(WS-QTD-CORRECOES)
               MOVE PC-HORA-NOVA TO TCO-HORA-NOVA(WS-QTD-CORRECOES)
           END-IF.

      * So entram batidas de cracha: visitante nao tem folha. Uma
      * alteracao troca a hora da batida do log; a ultima vale.
       CARREGAR-BATIDAS-PARAG.
           MOVE ZERO TO WS-QTD-BATIDAS
           MOVE 'N' TO WS-BATIDA-OVERFLOW
           OPEN INPUT SIGNIN-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR SIGNIN-LOG.TXT'
           ELSE
               PERFORM UNTIL WS-LOG-STATUS = '10'
                   READ SIGNIN-LOG-FILE
                       AT END
                           MOVE '10' TO WS-LOG-STATUS
                       NOT AT END
                           IF SL-CRACHA NOT = SPACES AND
                               SL-DATA >= WS-DATA-CARGA-INI AND
                               SL-DATA <= WS-DATA-CARGA-FIM
                               PERFORM PREPARAR-BATIDA-LOG-PARAG
                               PERFORM INSERIR-BATIDA-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNIN-LOG-FILE
           END-IF
           PERFORM VARYING WS-IX-COR FROM 1 BY 1
               UNTIL WS-IX-COR > WS-QTD-CORRECOES
               IF TCO-ACAO(WS-IX-COR) = 'I'
                   MOVE TCO-CRACHA(WS-IX-COR) TO WB-CRACHA
                   MOVE TCO-DATA(WS-IX-COR) TO WB-DATA
                   MOVE TCO-HORA-NOVA(WS-IX-COR) TO WB-HORA
                   MOVE TCO-TIPO(WS-IX-COR) TO WB-TIPO
                   MOVE 'S' TO WB-CORRIGIDA
                   MOVE 'N' TO WB-USADA
                   PERFORM INSERIR-BATIDA-PARAG
               END-IF
           END-PERFORM
           IF WS-BATIDA-OVERFLOW = 'S'
               DISPLAY 'ATENCAO: TABELA DE BATIDAS CHEIA. FOLHA '
                   'INCOMPLETA.'
           END-IF.

       PREPARAR-BATIDA-LOG-PARAG.
           MOVE SL-CRACHA TO WB-CRACHA
           MOVE SL-DATA TO WB-DATA
           MOVE SL-HORA TO WB-HORA
           MOVE SL-TIPO TO WB-TIPO
           MOVE 'N' TO WB-CORRIGIDA
           MOVE 'N' TO WB-USADA
           PERFORM VARYING WS-IX-COR FROM 1 BY 1
               UNTIL WS-IX-COR > WS-QTD-CORRECOES
               IF TCO-ACAO(WS-IX-COR) = 'A' AND
                   TCO-CRACHA(WS-IX-COR) = SL-CRACHA AND
                   TCO-DATA(WS-IX-COR) = SL-DATA AND
                   TCO-TIPO(WS-IX-COR) = SL-TIPO AND
                   TCO-HORA-ORIG(WS-IX-COR) = SL-HORA
                   MOVE TCO-HORA-NOVA(WS-IX-COR) TO WB-HORA
                   MOVE 'S' TO WB-CORRIGIDA
               END-IF
           END-PERFORM.

      * Insere WS-BATIDA-NOVA mantendo a tabela em ordem de cracha,
      * data e hora.
       INSERIR-BATIDA-PARAG.
           IF WS-QTD-BATIDAS >= 2000
               MOVE 'S' TO WS-BATIDA-OVERFLOW
               MOVE 'S' TO WS-FOLHA-INCOMPLETA
           ELSE
               ADD 1 TO WS-QTD-BATIDAS
               MOVE WS-QTD-BATIDAS TO WS-IX-POS
               MOVE 'N' TO WS-POSICAO-ACHADA
               PERFORM UNTIL WS-IX-POS = 1 OR WS-POSICAO-ACHADA = 'S'
                   IF TB-CHAVE(WS-IX-POS - 1) > WB-CHAVE
                       MOVE WS-BATIDA-ENT(WS-IX-POS - 1) TO
                           WS-BATIDA-ENT(WS-IX-POS)
                       SUBTRACT 1 FROM WS-IX-POS
                   ELSE
                       MOVE 'S' TO WS-POSICAO-ACHADA
                   END-IF
               END-PERFORM
               MOVE WS-BATIDA-NOVA TO WS-BATIDA-ENT(WS-IX-POS)
           END-IF.

      * Cada entrada casa com a batida seguinte da mesma pessoa se
      * ela for saida; o intervalo conta no dia da entrada e so
      * entra se esse dia estiver no periodo.
       PAREAR-BATIDAS-PARAG.
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX > WS-QTD-BATIDAS
               IF TB-USADA(WS-IX) = 'N'
                   MOVE 'S' TO TB-USADA(WS-IX)
                   MOVE ZERO TO WS-IX-PAR
                   IF TB-TIPO(WS-IX) = 'E' AND
                       WS-IX < WS-QTD-BATIDAS
                       IF TB-CRACHA(WS-IX + 1) = TB-CRACHA(WS-IX) AND
                           TB-TIPO(WS-IX + 1) = 'S'
                           COMPUTE WS-IX-PAR = WS-IX + 1
                       END-IF
                   END-IF
                   IF TB-DATA(WS-IX) >= WS-DATA-INICIO AND
                       TB-DATA(WS-IX) <= WS-DATA-FIM
                       IF WS-IX-PAR > ZERO
                           PERFORM CALCULAR-HORAS-PARAG
                           PERFORM ACUMULAR-DIA-PARAG
                       ELSE
                           PERFORM REGISTRAR-PENDENCIA-PARAG
                       END-IF
                   END-IF
                   IF WS-IX-PAR > ZERO
                       MOVE 'S' TO TB-USADA(WS-IX-PAR)
                   END-IF
               END-IF
           END-PERFORM.

       CALCULAR-HORAS-PARAG.
           MOVE TB-HORA(WS-IX) TO WS-HORA-DECOMP
           COMPUTE WS-SEG-ENTRADA =
               (WS-HD-HH * 3600) + (WS-HD-MM * 60) + WS-HD-SS
           MOVE TB-HORA(WS-IX-PAR) TO WS-HORA-DECOMP
           COMPUTE WS-SEG-SAIDA =
               (WS-HD-HH * 3600) + (WS-HD-MM * 60) + WS-HD-SS
           IF TB-DATA(WS-IX-PAR) = TB-DATA(WS-IX)
               COMPUTE WS-SEG-TRAB = WS-SEG-SAIDA - WS-SEG-ENTRADA
           ELSE
               COMPUTE WS-SEG-TRAB =
                   (86400 - WS-SEG-ENTRADA) + WS-SEG-SAIDA
           END-IF
           IF WS-SEG-TRAB < ZERO
               MOVE ZERO TO WS-SEG-TRAB
           END-IF.

       ACUMULAR-DIA-PARAG.
           MOVE ZERO TO WS-IX-DIARIO-ACHADO
           PERFORM VARYING WS-IX-DIARIO FROM 1 BY 1
               UNTIL WS-IX-DIARIO > WS-QTD-DIARIOS
               IF TDT-CRACHA(WS-IX-DIARIO) = TB-CRACHA(WS-IX) AND
                   TDT-DATA(WS-IX-DIARIO) = TB-DATA(WS-IX)
                   MOVE WS-IX-DIARIO TO WS-IX-DIARIO-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-DIARIO-ACHADO = ZERO
               IF WS-QTD-DIARIOS >= 3000
                   DISPLAY 'TABELA DE DIAS CHEIA. INTERVALO IGNORADO: '
                       TB-CRACHA(WS-IX) ' ' TB-DATA(WS-IX)
                   MOVE 'S' TO WS-FOLHA-INCOMPLETA
               ELSE
                   ADD 1 TO WS-QTD-DIARIOS
                   MOVE WS-QTD-DIARIOS TO WS-IX-DIARIO-ACHADO
                   MOVE TB-CRACHA(WS-IX) TO
                       TDT-CRACHA(WS-IX-DIARIO-ACHADO)
                   MOVE TB-DATA(WS-IX) TO
                       TDT-DATA(WS-IX-DIARIO-ACHADO)
                   MOVE ZERO TO TDT-SEGUNDOS(WS-IX-DIARIO-ACHADO)
                   MOVE ZERO TO TDT-INTERVALOS(WS-IX-DIARIO-ACHADO)
                   MOVE 'N' TO TDT-CORRIGIDO(WS-IX-DIARIO-ACHADO)
                   MOVE ZERO TO TDT-NORMAIS(WS-IX-DIARIO-ACHADO)
                   MOVE ZERO TO TDT-EXTRAS(WS-IX-DIARIO-ACHADO)
               END-IF
           END-IF
           IF WS-IX-DIARIO-ACHADO > ZERO
               ADD WS-SEG-TRAB TO TDT-SEGUNDOS(WS-IX-DIARIO-ACHADO)
               ADD 1 TO TDT-INTERVALOS(WS-IX-DIARIO-ACHADO)
               IF TB-CORRIGIDA(WS-IX) = 'S' OR
                   TB-CORRIGIDA(WS-IX-PAR) = 'S'
                   MOVE 'S' TO TDT-CORRIGIDO(WS-IX-DIARIO-ACHADO)
               END-IF
           END-IF.

      * Com a lista cheia a batida nao sai no relatorio, mas continua
      * contando na folha do cracha, que assim nao fica aprovavel.
       REGISTRAR-PENDENCIA-PARAG.
           IF WS-QTD-PENDENCIAS >= 300
               DISPLAY 'TABELA DE PENDENCIAS CHEIA. BATIDA SEM PAR '
                   'NAO LISTADA: ' TB-CRACHA(WS-IX)
               MOVE 'S' TO WS-FOLHA-INCOMPLETA
           ELSE
               ADD 1 TO WS-QTD-PENDENCIAS
               MOVE TB-CRACHA(WS-IX) TO TPD-CRACHA(WS-QTD-PENDENCIAS)
               MOVE TB-DATA(WS-IX) TO TPD-DATA(WS-QTD-PENDENCIAS)
               MOVE TB-HORA(WS-IX) TO TPD-HORA(WS-QTD-PENDENCIAS)
               MOVE TB-TIPO(WS-IX) TO TPD-TIPO(WS-QTD-PENDENCIAS)
           END-IF
           MOVE TB-CRACHA(WS-IX) TO WS-CRACHA
           PERFORM OBTER-FOLHA-PARAG
           IF WS-IX-FOLHA-ACHADA > ZERO
               ADD 1 TO TFP-PENDENCIAS(WS-IX-FOLHA-ACHADA)
           END-IF.

      * Os dias saem em ordem de cracha e data (a ordem das batidas),
      * entao o acumulado da semana zera na troca de cracha ou de
      * semana do periodo.
       CALCULAR-EXTRAS-PARAG.
           MOVE SPACES TO WS-CRACHA-ANT
           MOVE ZERO TO WS-SEMANA-ANT
           MOVE ZERO TO WS-ACUM-SEMANA
           PERFORM VARYING WS-IX-DIARIO FROM 1 BY 1
               UNTIL WS-IX-DIARIO > WS-QTD-DIARIOS
               PERFORM LOCALIZAR-SEMANA-PARAG
               IF TDT-CRACHA(WS-IX-DIARIO) NOT = WS-CRACHA-ANT OR
                   WS-SEMANA NOT = WS-SEMANA-ANT
                   MOVE ZERO TO WS-ACUM-SEMANA
                   MOVE TDT-CRACHA(WS-IX-DIARIO) TO WS-CRACHA-ANT
                   MOVE WS-SEMANA TO WS-SEMANA-ANT
               END-IF
               COMPUTE WS-MINUTOS-DIA = TDT-SEGUNDOS(WS-IX-DIARIO) / 60
               IF WS-MINUTOS-DIA > WS-LIMITE-DIA
                   MOVE WS-LIMITE-DIA TO WS-MIN-NORMAIS
               ELSE
                   MOVE WS-MINUTOS-DIA TO WS-MIN-NORMAIS
               END-IF
               COMPUTE WS-MIN-EXTRAS = WS-MINUTOS-DIA - WS-MIN-NORMAIS
               IF WS-ACUM-SEMANA + WS-MIN-NORMAIS > WS-LIMITE-SEMANA
                   COMPUTE WS-MIN-EXCESSO = WS-ACUM-SEMANA +
                       WS-MIN-NORMAIS - WS-LIMITE-SEMANA
                   SUBTRACT WS-MIN-EXCESSO FROM WS-MIN-NORMAIS
                   ADD WS-MIN-EXCESSO TO WS-MIN-EXTRAS
               END-IF
               ADD WS-MIN-NORMAIS TO WS-ACUM-SEMANA
               MOVE WS-MIN-NORMAIS TO TDT-NORMAIS(WS-IX-DIARIO)
               MOVE WS-MIN-EXTRAS TO TDT-EXTRAS(WS-IX-DIARIO)
               MOVE TDT-CRACHA(WS-IX-DIARIO) TO WS-CRACHA
               PERFORM OBTER-FOLHA-PARAG
               IF WS-IX-FOLHA-ACHADA > ZERO
                   ADD WS-MIN-NORMAIS TO
                       TFP-NORMAIS(WS-IX-FOLHA-ACHADA)
                   ADD WS-MIN-EXTRAS TO TFP-EXTRAS(WS-IX-FOLHA-ACHADA)
               END-IF
           END-PERFORM.

       LOCALIZAR-SEMANA-PARAG.
           MOVE 1 TO WS-SEMANA
           PERFORM VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-QTD-DIAS
               IF TD-DATA(WS-IX-DIA) = TDT-DATA(WS-IX-DIARIO)
                   COMPUTE WS-SEMANA = ((WS-IX-DIA - 1) / 7) + 1
               END-IF
           END-PERFORM.

       CONTAR-CORRECOES-PARAG.
           PERFORM VARYING WS-IX-COR FROM 1 BY 1
               UNTIL WS-IX-COR > WS-QTD-CORRECOES
               IF TCO-DATA(WS-IX-COR) >= WS-DATA-INICIO AND
                   TCO-DATA(WS-IX-COR) <= WS-DATA-FIM
                   MOVE TCO-CRACHA(WS-IX-COR) TO WS-CRACHA
                   PERFORM LOCALIZAR-FOLHA-PARAG
                   IF WS-IX-FOLHA-ACHADA > ZERO
                       ADD 1 TO TFP-CORRECOES(WS-IX-FOLHA-ACHADA)
                   END-IF
               END-IF
           END-PERFORM.

      * Acha ou cria a folha do cracha WS-CRACHA.
       OBTER-FOLHA-PARAG.
           PERFORM LOCALIZAR-FOLHA-PARAG
           IF WS-IX-FOLHA-ACHADA = ZERO
               IF WS-QTD-FOLHAS >= 300
                   DISPLAY 'TABELA DE FOLHAS CHEIA. CRACHA IGNORADO: '
                       WS-CRACHA
                   MOVE 'S' TO WS-FOLHA-INCOMPLETA
               ELSE
                   ADD 1 TO WS-QTD-FOLHAS
                   MOVE WS-QTD-FOLHAS TO WS-IX-FOLHA-ACHADA
                   MOVE WS-CRACHA TO TFP-CRACHA(WS-IX-FOLHA-ACHADA)
                   MOVE ZERO TO TFP-NORMAIS(WS-IX-FOLHA-ACHADA)
                   MOVE ZERO TO TFP-EXTRAS(WS-IX-FOLHA-ACHADA)
                   MOVE ZERO TO TFP-PENDENCIAS(WS-IX-FOLHA-ACHADA)
                   MOVE ZERO TO TFP-CORRECOES(WS-IX-FOLHA-ACHADA)
               END-IF
           END-IF.

       LOCALIZAR-FOLHA-PARAG.
           MOVE ZERO TO WS-IX-FOLHA-ACHADA
           PERFORM VARYING WS-IX-FOLHA FROM 1 BY 1
               UNTIL WS-IX-FOLHA > WS-QTD-FOLHAS
               IF TFP-CRACHA(WS-IX-FOLHA) = WS-CRACHA
                   MOVE WS-IX-FOLHA TO WS-IX-FOLHA-ACHADA
               END-IF
           END-PERFORM.

       LOCALIZAR-APROVACAO-PARAG.
           MOVE ZERO TO WS-IX-APROV-ACHADA
           PERFORM VARYING WS-IX-APROV FROM 1 BY 1
               UNTIL WS-IX-APROV > WS-QTD-APROV
               IF TAP-INICIO(WS-IX-APROV) = WS-DATA-INICIO AND
                   TAP-FIM(WS-IX-APROV) = WS-DATA-FIM AND
                   TAP-CRACHA(WS-IX-APROV) = WS-CRACHA
                   MOVE WS-IX-APROV TO WS-IX-APROV-ACHADA
               END-IF
           END-PERFORM.

      ******************************************************************
      * Periodo pedido: datas validas, ate 62 dias, e a situacao em
      * relacao aos periodos ja fechados.
      ******************************************************************
       ACEITAR-PERIODO-PARAG.
           MOVE 'N' TO WS-ABANDONA
           DISPLAY 'DATA INICIAL DO PERIODO (AAAAMMDD): '
           ACCEPT WS-DATA-INICIO
           DISPLAY 'DATA FINAL DO PERIODO (AAAAMMDD): '
           ACCEPT WS-DATA-FIM
           MOVE WS-DATA-INICIO TO WS-DATA-CALC-N
           PERFORM VALIDAR-DATA-PARAG
           IF WS-DATA-VALIDA = 'S'
               MOVE WS-DATA-FIM TO WS-DATA-CALC-N
               PERFORM VALIDAR-DATA-PARAG
           END-IF
           IF WS-DATA-VALIDA = 'N' OR WS-DATA-FIM < WS-DATA-INICIO
               DISPLAY 'PERIODO INVALIDO.'
               MOVE 'S' TO WS-ABANDONA
           ELSE
               MOVE ZERO TO WS-QTD-DIAS
               MOVE WS-DATA-INICIO TO WS-DATA-CALC-N
               PERFORM UNTIL WS-DATA-CALC-N > WS-DATA-FIM OR
                   WS-QTD-DIAS > 62
                   ADD 1 TO WS-QTD-DIAS
                   IF WS-QTD-DIAS <= 62
                       MOVE WS-DATA-CALC-N TO TD-DATA(WS-QTD-DIAS)
                   END-IF
                   PERFORM AVANCAR-DIA-PARAG
               END-PERFORM
               IF WS-QTD-DIAS > 62
                   DISPLAY 'PERIODO MAIOR QUE 62 DIAS.'
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-IF
           IF WS-ABANDONA = 'N'
               MOVE 'L' TO WS-SITUACAO-PERIODO
               PERFORM VARYING WS-IX-FECH FROM 1 BY 1
                   UNTIL WS-IX-FECH > WS-QTD-FECHADOS
                   IF WS-DATA-INICIO = TPF-INICIO(WS-IX-FECH) AND
                       WS-DATA-FIM = TPF-FIM(WS-IX-FECH)
                       MOVE 'F' TO WS-SITUACAO-PERIODO
                   ELSE
                       IF WS-DATA-INICIO <= TPF-FIM(WS-IX-FECH) AND
                           WS-DATA-FIM >= TPF-INICIO(WS-IX-FECH) AND
                           WS-SITUACAO-PERIODO = 'L'
                           MOVE 'S' TO WS-SITUACAO-PERIODO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       VERIFICAR-DATA-FECHADA-PARAG.
           PERFORM VARYING WS-IX-FECH FROM 1 BY 1
               UNTIL WS-IX-FECH > WS-QTD-FECHADOS
               IF WS-DATA-BATIDA >= TPF-INICIO(WS-IX-FECH) AND
                   WS-DATA-BATIDA <= TPF-FIM(WS-IX-FECH)
                   MOVE 'S' TO WS-ABANDONA
               END-IF
           END-PERFORM
           IF WS-ABANDONA = 'S'
               DISPLAY 'DATA EM PERIODO DE PAGAMENTO FECHADO. '
                   'CORRECAO RECUSADA.'
           END-IF.

       VALIDAR-DATA-PARAG.
           MOVE 'S' TO WS-DATA-VALIDA
           IF WS-DC-MES < 1 OR WS-DC-MES > 12 OR WS-DC-DIA < 1 OR
               WS-DC-ANO < 1900
               MOVE 'N' TO WS-DATA-VALIDA
           ELSE
               MOVE WS-DIAS-MES(WS-DC-MES) TO WS-ULTIMO-DIA
               IF WS-DC-MES = 2
                   PERFORM VERIFICAR-BISSEXTO-PARAG
                   IF WS-BISSEXTO = 'S'
                       MOVE 29 TO WS-ULTIMO-DIA
                   END-IF
               END-IF
               IF WS-DC-DIA > WS-ULTIMO-DIA
                   MOVE 'N' TO WS-DATA-VALIDA
               END-IF
           END-IF.

       AVANCAR-DIA-PARAG.
           MOVE WS-DIAS-MES(WS-DC-MES) TO WS-ULTIMO-DIA
           IF WS-DC-MES = 2
               PERFORM VERIFICAR-BISSEXTO-PARAG
               IF WS-BISSEXTO = 'S'
                   MOVE 29 TO WS-ULTIMO-DIA
               END-IF
           END-IF
           ADD 1 TO WS-DC-DIA
           IF WS-DC-DIA > WS-ULTIMO-DIA
               MOVE 1 TO WS-DC-DIA
               ADD 1 TO WS-DC-MES
               IF WS-DC-MES > 12
                   MOVE 1 TO WS-DC-MES
                   ADD 1 TO WS-DC-ANO
               END-IF
           END-IF.

       RECUAR-DIA-PARAG.
           SUBTRACT 1 FROM WS-DC-DIA
           IF WS-DC-DIA = ZERO
               SUBTRACT 1 FROM WS-DC-MES
               IF WS-DC-MES = ZERO
                   MOVE 12 TO WS-DC-MES
                   SUBTRACT 1 FROM WS-DC-ANO
               END-IF
               MOVE WS-DIAS-MES(WS-DC-MES) TO WS-DC-DIA
               IF WS-DC-MES = 2
                   PERFORM VERIFICAR-BISSEXTO-PARAG
                   IF WS-BISSEXTO = 'S'
                       MOVE 29 TO WS-DC-DIA
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-BISSEXTO-PARAG.
           MOVE 'N' TO WS-BISSEXTO
           DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOC-4 REMAINDER WS-RESTO
           IF WS-RESTO = ZERO
               MOVE 'S' TO WS-BISSEXTO
               DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOC-100
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZERO
                   DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOC-400
                       REMAINDER WS-RESTO
                   IF WS-RESTO NOT = ZERO
                       MOVE 'N' TO WS-BISSEXTO
                   END-IF
               END-IF
           END-IF.

       CONVERTER-MINUTOS-PARAG.
           DIVIDE WS-MIN-CONV BY 60
               GIVING WS-HH-CONV REMAINDER WS-MM-CONV
           MOVE SPACES TO WS-HORAS-TEXTO
           STRING WS-HH-CONV ':' WS-MM-CONV
               DELIMITED BY SIZE INTO WS-HORAS-TEXTO.

      ******************************************************************
      * Cargas de apoio, supervisor e auditoria.
      ******************************************************************
       CARREGAR-PARAMETROS-PARAG.
           OPEN INPUT PAY-PARM-FILE
           IF WS-PRM-STATUS = '00'
               READ PAY-PARM-FILE
                   NOT AT END
                       IF PM-LIMITE-DIA NUMERIC AND
                           PM-LIMITE-SEMANA NUMERIC AND
                           PM-LIMITE-DIA > ZERO
                           MOVE PM-LIMITE-DIA TO WS-LIMITE-DIA
                           MOVE PM-LIMITE-SEMANA TO WS-LIMITE-SEMANA
                       END-IF
               END-READ
               CLOSE PAY-PARM-FILE
           END-IF.

       CARREGAR-PESSOAS-PARAG.
           MOVE ZERO TO WS-QTD-PESSOAS-CAD
           OPEN INPUT PERSON-MASTER-FILE
           IF WS-PESSOA-STATUS = '00'
               PERFORM UNTIL WS-PESSOA-STATUS = '10'
                   READ PERSON-MASTER-FILE
                       AT END
                           MOVE '10' TO WS-PESSOA-STATUS
                       NOT AT END
                           IF WS-QTD-PESSOAS-CAD < 500
                               ADD 1 TO WS-QTD-PESSOAS-CAD
                               MOVE PE-CRACHA TO
                                   TPE-CRACHA(WS-QTD-PESSOAS-CAD)
                               MOVE PE-NOME TO
                                   TPE-NOME(WS-QTD-PESSOAS-CAD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSON-MASTER-FILE
           END-IF.

       LOCALIZAR-PESSOA-PARAG.
           MOVE ZERO TO WS-IX-PES-ACHADO
           MOVE '*** SEM CADASTRO ***' TO WS-NOME-PESSOA
           PERFORM VARYING WS-IX-PES FROM 1 BY 1
               UNTIL WS-IX-PES > WS-QTD-PESSOAS-CAD
               IF TPE-CRACHA(WS-IX-PES) = WS-CRACHA
                   MOVE WS-IX-PES TO WS-IX-PES-ACHADO
                   MOVE TPE-NOME(WS-IX-PES) TO WS-NOME-PESSOA
               END-IF
           END-PERFORM.

       CARREGAR-FECHADOS-PARAG.
           MOVE ZERO TO WS-QTD-FECHADOS
           OPEN INPUT PAY-PERIOD-FILE
           IF WS-PER-STATUS = '00'
               PERFORM UNTIL WS-PER-STATUS = '10'
                   READ PAY-PERIOD-FILE
                       AT END
                           MOVE '10' TO WS-PER-STATUS
                       NOT AT END
                           IF WS-QTD-FECHADOS < 200
                               ADD 1 TO WS-QTD-FECHADOS
                               MOVE PP-INICIO TO
                                   TPF-INICIO(WS-QTD-FECHADOS)
                               MOVE PP-FIM TO TPF-FIM(WS-QTD-FECHADOS)
                           ELSE
                               DISPLAY 'TABELA DE PERIODOS FECHADOS '
                                   'CHEIA. PERIODO IGNORADO: '
                                   PP-INICIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY-PERIOD-FILE
           END-IF.

       CARREGAR-APROVACOES-PARAG.
           MOVE ZERO TO WS-QTD-APROV
           MOVE 'N' TO WS-APROV-OVERFLOW
           OPEN INPUT TIMESHEET-FILE
           IF WS-FOL-STATUS = '00'
               PERFORM UNTIL WS-FOL-STATUS = '10'
                   READ TIMESHEET-FILE
                       AT END
                           MOVE '10' TO WS-FOL-STATUS
                       NOT AT END
                           IF WS-QTD-APROV >= 1000
                               MOVE 'S' TO WS-APROV-OVERFLOW
                           ELSE
                               ADD 1 TO WS-QTD-APROV
                               MOVE TS-INICIO TO
                                   TAP-INICIO(WS-QTD-APROV)
                               MOVE TS-FIM TO TAP-FIM(WS-QTD-APROV)
                               MOVE TS-CRACHA TO
                                   TAP-CRACHA(WS-QTD-APROV)
                               MOVE TS-MIN-NORMAIS TO
                                   TAP-NORMAIS(WS-QTD-APROV)
                               MOVE TS-MIN-EXTRAS TO
                                   TAP-EXTRAS(WS-QTD-APROV)
                               MOVE TS-APROVADOR TO
                                   TAP-APROVADOR(WS-QTD-APROV)
                               MOVE TS-DATA-APROV TO
                                   TAP-DATA(WS-QTD-APROV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMESHEET-FILE
           END-IF.

      * Mesmo criterio do PROGG20: sem nenhum supervisor cadastrado
      * (implantacao) a acao e liberada.
       VERIFICAR-SUPERVISOR-PARAG.
           MOVE 'N' TO WS-AUTORIZADO
           MOVE 'N' TO WS-TEM-SUPERVISOR
           OPEN INPUT OPERATOR-FILE
           IF WS-OPER-STATUS = '00'
               PERFORM UNTIL WS-OPER-STATUS = '10'
                   READ OPERATOR-FILE
                       AT END
                           MOVE '10' TO WS-OPER-STATUS
                       NOT AT END
                           IF OP-SUPERVISOR = 'S'
                               MOVE 'S' TO WS-TEM-SUPERVISOR
                               IF OP-ID = WS-OPERADOR
                                   MOVE 'S' TO WS-AUTORIZADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
           END-IF
           IF WS-TEM-SUPERVISOR = 'N'
               MOVE 'S' TO WS-AUTORIZADO
           END-IF.

       GRAVAR-AUDITORIA-PARAG.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD
           ACCEPT AUD-HORA FROM TIME
           OPEN EXTEND AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           MOVE 'PROGG35' TO AUD-PROGRAMA
           MOVE WS-OPERADOR TO AUD-OPERADOR
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
       END PROGRAM PROGG35.
