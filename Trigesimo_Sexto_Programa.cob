      ******************************************************************
      * Author:
      * Date:
      * Purpose: Atividade e produtividade dos operadores numa faixa
      *          de datas. Le o log vivo AUDITLOG.DAT e os arquivos
      *          mensais AUDIT-ARCHIVE-AAAAMM.DAT da faixa (como o
      *          PROGG16) e conta, por operador, as transacoes por
      *          programa, a primeira e a ultima atividade de cada
      *          dia, notas lancadas (PROGG03) e corrigidas (PROGG06),
      *          orcamentos aceitos (PROGG18) e sign-ons recusados
      *          (PROGG00). Orcamentos emitidos vem de
      *          QUOTE-HEADER.DAT e material recebido e cortado de
      *          MATERIAL-MOVES.DAT, que guardam o operador. Aponta os
      *          padroes fora do normal: muitas correcoes de nota,
      *          trabalho fora do turno, sign-ons recusados, acoes
      *          restritas recusadas e transacoes sem operador. Grava
      *          OPERATOR-ACTIVITY.TXT. Na sequencia de jobs do PROGG00
      *          (JS-MODO 'S') cobre os sete dias anteriores com os
      *          parametros padrao.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG36.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTE-HEADER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QH-STATUS.
           SELECT MATERIAL-MOVES-FILE ASSIGN TO "MATERIAL-MOVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOV-STATUS.
           SELECT ACTIVITY-REPORT-FILE ASSIGN TO
               "OPERATOR-ACTIVITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT JOB-STEP-FILE ASSIGN TO "PROGG00-JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
           COPY AUDIT.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-LINE PIC X(106).
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.
       FD  MATERIAL-MOVES-FILE.
           COPY MATMOVE.
       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-REPORT-LINE PIC X(80).
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       WORKING-STORAGE SECTION.
       77 WS-AUDIT-STATUS   PIC X(02) VALUE SPACES.
       77 WS-ARQ-STATUS     PIC X(02) VALUE SPACES.
       77 WS-QH-STATUS      PIC X(02) VALUE SPACES.
       77 WS-MOV-STATUS     PIC X(02) VALUE SPACES.
       77 WS-REL-STATUS     PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-NOME-ARQUIVO   PIC X(30) VALUE SPACES.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INICIO    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM       PIC 9(08) VALUE ZEROS.
       77 WS-REG-DATA-NUM   PIC 9(08) VALUE ZEROS.
       77 WS-REG-HORA-NUM   PIC 9(08) VALUE ZEROS.
       77 WS-REG-HHMM       PIC 9(04) VALUE ZERO.
       77 WS-TURNO-INICIO   PIC 9(04) VALUE ZERO.
       77 WS-TURNO-FIM      PIC 9(04) VALUE ZERO.
       77 WS-LIMITE-CORRECOES PIC 9(03) VALUE ZERO.
       77 WS-LIMITE-SIGNON  PIC 9(03) VALUE 3.
       77 WS-FORA-TURNO     PIC X(01) VALUE 'N'.
       77 WS-QTD-LIDAS      PIC 9(07) VALUE ZERO.
       77 WS-QTD-NA-FAIXA   PIC 9(07) VALUE ZERO.
       77 WS-QTD-ARQUIVOS   PIC 9(03) VALUE ZERO.
       77 WS-QTD-ALERTAS    PIC 9(03) VALUE ZERO.
       77 WS-OPERADOR-REG   PIC X(08) VALUE SPACES.
       77 WS-QTD-OPER       PIC 9(03) VALUE ZERO.
       77 WS-IX-OPER        PIC 9(03) VALUE ZERO.
       77 WS-IX-OPER-ACHADO PIC 9(03) VALUE ZERO.
       77 WS-QTD-PROG       PIC 9(04) VALUE ZERO.
       77 WS-IX-PROG        PIC 9(04) VALUE ZERO.
       77 WS-IX-PROG-ACHADO PIC 9(04) VALUE ZERO.
       77 WS-QTD-DIA        PIC 9(04) VALUE ZERO.
       77 WS-IX-DIA         PIC 9(04) VALUE ZERO.
       77 WS-IX-DIA-ACHADO  PIC 9(04) VALUE ZERO.
       77 WS-TABELA-CHEIA   PIC X(01) VALUE 'N'.
       77 WS-BUSCA          PIC X(20) VALUE SPACES.
       77 WS-TAM-BUSCA      PIC 9(02) VALUE ZERO.
       77 WS-LIMITE         PIC 9(03) VALUE ZERO.
       77 WS-IX             PIC 9(03) VALUE ZERO.
       77 WS-ULTIMO-DIA     PIC 9(02) VALUE ZERO.
       77 WS-BISSEXTO       PIC X(01) VALUE 'N'.
       77 WS-QUOC-4         PIC 9(04) VALUE ZERO.
       77 WS-QUOC-100       PIC 9(04) VALUE ZERO.
       77 WS-QUOC-400       PIC 9(04) VALUE ZERO.
       77 WS-RESTO          PIC 9(04) VALUE ZERO.
       01 WS-TEXTO-ACHADO   PIC X(01) VALUE 'N'.
           88 TEXTO-ACHADO VALUE 'S'.
       01 WS-ANOMES-CORRENTE.
           05 WS-AC-ANO      PIC 9(04).
           05 WS-AC-MES      PIC 9(02).
       01 WS-ANOMES-FIM.
           05 WS-AF-ANO      PIC 9(04).
           05 WS-AF-MES      PIC 9(02).
       01 WS-REG-PESQUISA.
           05 WP-PROGRAMA    PIC X(08).
           05 FILLER         PIC X(01).
           05 WP-DATA        PIC X(08).
           05 FILLER         PIC X(01).
           05 WP-HORA        PIC X(08).
           05 FILLER         PIC X(01).
           05 WP-OPERADOR    PIC X(08).
           05 FILLER         PIC X(01).
           05 WP-DADOS       PIC X(70).
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
      * Totais e indicadores por operador.
       01 WS-TABELA-OPERADORES.
           05 WS-OPER-ENT OCCURS 200 TIMES.
               10 TOP-ID          PIC X(08).
               10 TOP-TRANSACOES  PIC 9(07).
               10 TOP-NOTAS-LANC  PIC 9(05).
               10 TOP-NOTAS-CORR  PIC 9(05).
               10 TOP-ORC-EMIT    PIC 9(05).
               10 TOP-ORC-ACEITOS PIC 9(05).
               10 TOP-RECEB-QTD   PIC 9(05).
               10 TOP-RECEB-AREA  PIC 9(11)V99.
               10 TOP-CORTE-QTD   PIC 9(05).
               10 TOP-CORTE-AREA  PIC 9(11)V99.
               10 TOP-SIGNON-RECUS PIC 9(05).
               10 TOP-RECUSAS     PIC 9(05).
               10 TOP-FORA-TURNO  PIC 9(05).
       01 WS-TABELA-PROGRAMAS.
           05 WS-PROG-ENT OCCURS 2000 TIMES.
               10 TPG-OPERADOR    PIC X(08).
               10 TPG-PROGRAMA    PIC X(08).
               10 TPG-QTD         PIC 9(07).
       01 WS-TABELA-DIAS.
           05 WS-DIA-ENT OCCURS 3000 TIMES.
               10 TDI-OPERADOR    PIC X(08).
               10 TDI-DATA        PIC 9(08).
               10 TDI-PRIMEIRA    PIC 9(08).
               10 TDI-ULTIMA      PIC 9(08).
               10 TDI-QTD         PIC 9(05).
               10 TDI-FORA-TURNO  PIC 9(05).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'ATIVIDADE E PRODUTIVIDADE DOS OPERADORES'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO = 'S'
               EVALUATE WS-MODO
                   WHEN 'S'
                   WHEN 's'
                       PERFORM DEFINIR-SEMANA-ANTERIOR-PARAG
                       PERFORM EMITIR-RELATORIO-PARAG
                   WHEN OTHER
                       DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG36: '
                           WS-MODO
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           ELSE
               PERFORM ACEITAR-PARAMETROS-PARAG
               IF WS-DATA-INICIO > ZERO
                   PERFORM EMITIR-RELATORIO-PARAG
               END-IF
           END-IF
           GOBACK.

       ACEITAR-PARAMETROS-PARAG.
           DISPLAY 'DATA INICIAL (AAAAMMDD): '
           ACCEPT WS-DATA-INICIO
           DISPLAY 'DATA FINAL (AAAAMMDD, 0=HOJE): '
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM = ZERO
               MOVE WS-DATA-HOJE TO WS-DATA-FIM
           END-IF
           IF WS-DATA-INICIO = ZERO OR WS-DATA-INICIO > WS-DATA-FIM
               DISPLAY 'FAIXA DE DATAS INVALIDA.'
               MOVE ZERO TO WS-DATA-INICIO
           ELSE
               DISPLAY 'INICIO DO TURNO (HHMM, 0=0700): '
               ACCEPT WS-TURNO-INICIO
               DISPLAY 'FIM DO TURNO (HHMM, 0=1900): '
               ACCEPT WS-TURNO-FIM
               DISPLAY 'CORRECOES DE NOTA QUE GERAM ALERTA (0=10): '
               ACCEPT WS-LIMITE-CORRECOES
               PERFORM COMPLETAR-PARAMETROS-PARAG
           END-IF.

       DEFINIR-SEMANA-ANTERIOR-PARAG.
           MOVE WS-DATA-HOJE TO WS-DATA-CALC-N
           PERFORM RECUAR-DIA-PARAG
           MOVE WS-DATA-CALC-N TO WS-DATA-FIM
           PERFORM 6 TIMES
               PERFORM RECUAR-DIA-PARAG
           END-PERFORM
           MOVE WS-DATA-CALC-N TO WS-DATA-INICIO
           MOVE ZERO TO WS-TURNO-INICIO
           MOVE ZERO TO WS-TURNO-FIM
           MOVE ZERO TO WS-LIMITE-CORRECOES
           PERFORM COMPLETAR-PARAMETROS-PARAG.

       COMPLETAR-PARAMETROS-PARAG.
           IF WS-TURNO-INICIO = ZERO
               MOVE 0700 TO WS-TURNO-INICIO
           END-IF
           IF WS-TURNO-FIM = ZERO
               MOVE 1900 TO WS-TURNO-FIM
           END-IF
           IF WS-LIMITE-CORRECOES = ZERO
               MOVE 10 TO WS-LIMITE-CORRECOES
           END-IF.

       EMITIR-RELATORIO-PARAG.
           MOVE ZERO TO WS-QTD-OPER
           MOVE ZERO TO WS-QTD-PROG
           MOVE ZERO TO WS-QTD-DIA
           MOVE 'N' TO WS-TABELA-CHEIA
           PERFORM LER-ARQUIVOS-MENSAIS-PARAG
           PERFORM LER-LOG-VIVO-PARAG
           PERFORM LER-ORCAMENTOS-PARAG
           PERFORM LER-MOVIMENTOS-PARAG
           OPEN OUTPUT ACTIVITY-REPORT-FILE
           IF WS-REL-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL GRAVAR OPERATOR-ACTIVITY.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM GRAVAR-CABECALHO-PARAG
               PERFORM VARYING WS-IX-OPER FROM 1 BY 1
                   UNTIL WS-IX-OPER > WS-QTD-OPER
                   PERFORM GRAVAR-OPERADOR-PARAG
               END-PERFORM
               PERFORM GRAVAR-ALERTAS-PARAG
               PERFORM GRAVAR-RODAPE-PARAG
               CLOSE ACTIVITY-REPORT-FILE
               DISPLAY 'RELATORIO GRAVADO EM OPERATOR-ACTIVITY.TXT'
               DISPLAY 'PERIODO ' WS-DATA-INICIO ' A ' WS-DATA-FIM
                   ' OPERADORES: ' WS-QTD-OPER
                   ' ALERTAS: ' WS-QTD-ALERTAS
           END-IF.

      ******************************************************************
      * Leitura do log: arquivos mensais da faixa e log vivo, pulando
      * as linhas CONTROLE do arquivamento.
      ******************************************************************
       LER-ARQUIVOS-MENSAIS-PARAG.
           MOVE WS-DATA-INICIO(1:6) TO WS-ANOMES-CORRENTE
           MOVE WS-DATA-FIM(1:6) TO WS-ANOMES-FIM
           PERFORM UNTIL WS-ANOMES-CORRENTE > WS-ANOMES-FIM
               MOVE SPACES TO WS-NOME-ARQUIVO
               STRING 'AUDIT-ARCHIVE-' WS-ANOMES-CORRENTE '.DAT'
                   DELIMITED BY SIZE INTO WS-NOME-ARQUIVO
               PERFORM LER-UM-ARQUIVO-PARAG
               IF WS-AC-MES = 12
                   ADD 1 TO WS-AC-ANO
                   MOVE 1 TO WS-AC-MES
               ELSE
                   ADD 1 TO WS-AC-MES
               END-IF
           END-PERFORM.

       LER-UM-ARQUIVO-PARAG.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARQ-STATUS = '00'
               ADD 1 TO WS-QTD-ARQUIVOS
               PERFORM UNTIL WS-ARQ-STATUS = '10'
                   READ AUDIT-ARCHIVE-FILE
                       AT END
                           MOVE '10' TO WS-ARQ-STATUS
                       NOT AT END
                           IF AUDIT-ARCHIVE-LINE(1:9) NOT =
                               'CONTROLE;'
                               ADD 1 TO WS-QTD-LIDAS
                               MOVE AUDIT-ARCHIVE-LINE TO
                                   WS-REG-PESQUISA
                               PERFORM CLASSIFICAR-REGISTRO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       LER-LOG-VIVO-PARAG.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL WS-AUDIT-STATUS = '10'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE '10' TO WS-AUDIT-STATUS
                       NOT AT END
                           ADD 1 TO WS-QTD-LIDAS
                           MOVE AUDIT-LOG-LINE TO WS-REG-PESQUISA
                           PERFORM CLASSIFICAR-REGISTRO-PARAG
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

      * Conta a linha no operador, no programa e no dia e reconhece
      * as transacoes que tem indicador proprio pelo programa e pelo
      * texto que cada um grava em AUD-DADOS.
       CLASSIFICAR-REGISTRO-PARAG.
           IF WP-DATA NUMERIC AND WP-HORA NUMERIC
               MOVE WP-DATA TO WS-REG-DATA-NUM
               MOVE WP-HORA TO WS-REG-HORA-NUM
               IF WS-REG-DATA-NUM >= WS-DATA-INICIO AND
                   WS-REG-DATA-NUM <= WS-DATA-FIM
                   ADD 1 TO WS-QTD-NA-FAIXA
                   MOVE WP-OPERADOR TO WS-OPERADOR-REG
                   IF WS-OPERADOR-REG = SPACES
                       MOVE 'DESCONH' TO WS-OPERADOR-REG
                   END-IF
                   PERFORM OBTER-OPERADOR-PARAG
                   IF WS-IX-OPER-ACHADO > ZERO
                       PERFORM CONTAR-TRANSACAO-PARAG
                   END-IF
               END-IF
           END-IF.

       CONTAR-TRANSACAO-PARAG.
           ADD 1 TO TOP-TRANSACOES(WS-IX-OPER-ACHADO)
           MOVE WS-REG-HORA-NUM(1:4) TO WS-REG-HHMM
           MOVE 'N' TO WS-FORA-TURNO
           IF WS-REG-HHMM < WS-TURNO-INICIO OR
               WS-REG-HHMM >= WS-TURNO-FIM
               MOVE 'S' TO WS-FORA-TURNO
               ADD 1 TO TOP-FORA-TURNO(WS-IX-OPER-ACHADO)
           END-IF
           PERFORM CONTAR-PROGRAMA-PARAG
           PERFORM CONTAR-DIA-PARAG
           EVALUATE WP-PROGRAMA
               WHEN 'PROGG03'
                   ADD 1 TO TOP-NOTAS-LANC(WS-IX-OPER-ACHADO)
               WHEN 'PROGG06'
                   ADD 1 TO TOP-NOTAS-CORR(WS-IX-OPER-ACHADO)
               WHEN 'PROGG18'
                   MOVE ' SITUACAO=A ' TO WS-BUSCA
                   MOVE 12 TO WS-TAM-BUSCA
                   PERFORM PROCURAR-TEXTO-PARAG
                   IF TEXTO-ACHADO
                       ADD 1 TO TOP-ORC-ACEITOS(WS-IX-OPER-ACHADO)
                   END-IF
               WHEN 'PROGG00'
                   IF WP-DADOS(1:15) = 'SIGNON RECUSADO'
                       ADD 1 TO TOP-SIGNON-RECUS(WS-IX-OPER-ACHADO)
                   END-IF
               WHEN OTHER
                   MOVE 'RECUSADO' TO WS-BUSCA
                   MOVE 8 TO WS-TAM-BUSCA
                   PERFORM PROCURAR-TEXTO-PARAG
                   IF TEXTO-ACHADO
                       ADD 1 TO TOP-RECUSAS(WS-IX-OPER-ACHADO)
                   END-IF
           END-EVALUATE.

       CONTAR-PROGRAMA-PARAG.
           MOVE ZERO TO WS-IX-PROG-ACHADO
           PERFORM VARYING WS-IX-PROG FROM 1 BY 1
               UNTIL WS-IX-PROG > WS-QTD-PROG
               IF TPG-OPERADOR(WS-IX-PROG) = WS-OPERADOR-REG AND
                   TPG-PROGRAMA(WS-IX-PROG) = WP-PROGRAMA
                   MOVE WS-IX-PROG TO WS-IX-PROG-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-PROG-ACHADO = ZERO
               IF WS-QTD-PROG >= 2000
                   MOVE 'S' TO WS-TABELA-CHEIA
               ELSE
                   ADD 1 TO WS-QTD-PROG
                   MOVE WS-QTD-PROG TO WS-IX-PROG-ACHADO
                   MOVE WS-OPERADOR-REG TO
                       TPG-OPERADOR(WS-IX-PROG-ACHADO)
                   MOVE WP-PROGRAMA TO TPG-PROGRAMA(WS-IX-PROG-ACHADO)
                   MOVE ZERO TO TPG-QTD(WS-IX-PROG-ACHADO)
               END-IF
           END-IF
           IF WS-IX-PROG-ACHADO > ZERO
               ADD 1 TO TPG-QTD(WS-IX-PROG-ACHADO)
           END-IF.

       CONTAR-DIA-PARAG.
           MOVE ZERO TO WS-IX-DIA-ACHADO
           PERFORM VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-QTD-DIA
               IF TDI-OPERADOR(WS-IX-DIA) = WS-OPERADOR-REG AND
                   TDI-DATA(WS-IX-DIA) = WS-REG-DATA-NUM
                   MOVE WS-IX-DIA TO WS-IX-DIA-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-DIA-ACHADO = ZERO
               IF WS-QTD-DIA >= 3000
                   MOVE 'S' TO WS-TABELA-CHEIA
               ELSE
                   ADD 1 TO WS-QTD-DIA
                   MOVE WS-QTD-DIA TO WS-IX-DIA-ACHADO
                   MOVE WS-OPERADOR-REG TO
                       TDI-OPERADOR(WS-IX-DIA-ACHADO)
                   MOVE WS-REG-DATA-NUM TO TDI-DATA(WS-IX-DIA-ACHADO)
                   MOVE WS-REG-HORA-NUM TO
                       TDI-PRIMEIRA(WS-IX-DIA-ACHADO)
                   MOVE WS-REG-HORA-NUM TO TDI-ULTIMA(WS-IX-DIA-ACHADO)
                   MOVE ZERO TO TDI-QTD(WS-IX-DIA-ACHADO)
                   MOVE ZERO TO TDI-FORA-TURNO(WS-IX-DIA-ACHADO)
               END-IF
           END-IF
           IF WS-IX-DIA-ACHADO > ZERO
               ADD 1 TO TDI-QTD(WS-IX-DIA-ACHADO)
               IF WS-FORA-TURNO = 'S'
                   ADD 1 TO TDI-FORA-TURNO(WS-IX-DIA-ACHADO)
               END-IF
               IF WS-REG-HORA-NUM < TDI-PRIMEIRA(WS-IX-DIA-ACHADO)
                   MOVE WS-REG-HORA-NUM TO
                       TDI-PRIMEIRA(WS-IX-DIA-ACHADO)
               END-IF
               IF WS-REG-HORA-NUM > TDI-ULTIMA(WS-IX-DIA-ACHADO)
                   MOVE WS-REG-HORA-NUM TO TDI-ULTIMA(WS-IX-DIA-ACHADO)
               END-IF
           END-IF.

       PROCURAR-TEXTO-PARAG.
           MOVE 'N' TO WS-TEXTO-ACHADO
           COMPUTE WS-LIMITE = 70 - WS-TAM-BUSCA + 1
           PERFORM VARYING WS-IX FROM 1 BY 1
               UNTIL TEXTO-ACHADO OR WS-IX > WS-LIMITE
               IF WP-DADOS(WS-IX:WS-TAM-BUSCA) =
                   WS-BUSCA(1:WS-TAM-BUSCA)
                   MOVE 'S' TO WS-TEXTO-ACHADO
               END-IF
           END-PERFORM.

      * Acha ou cria o operador WS-OPERADOR-REG.
       OBTER-OPERADOR-PARAG.
           MOVE ZERO TO WS-IX-OPER-ACHADO
           PERFORM VARYING WS-IX-OPER FROM 1 BY 1
               UNTIL WS-IX-OPER > WS-QTD-OPER
               IF TOP-ID(WS-IX-OPER) = WS-OPERADOR-REG
                   MOVE WS-IX-OPER TO WS-IX-OPER-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-OPER-ACHADO = ZERO
               IF WS-QTD-OPER >= 200
                   MOVE 'S' TO WS-TABELA-CHEIA
               ELSE
                   ADD 1 TO WS-QTD-OPER
                   MOVE WS-QTD-OPER TO WS-IX-OPER-ACHADO
                   INITIALIZE WS-OPER-ENT(WS-IX-OPER-ACHADO)
                   MOVE WS-OPERADOR-REG TO TOP-ID(WS-IX-OPER-ACHADO)
               END-IF
           END-IF.

      ******************************************************************
      * Orcamentos emitidos (QH-OPERADOR) e material recebido ('E') e
      * cortado ('S') (MV-OPERADOR) na faixa de datas.
      ******************************************************************
       LER-ORCAMENTOS-PARAG.
           OPEN INPUT QUOTE-HEADER-FILE
           IF WS-QH-STATUS = '00'
               PERFORM UNTIL WS-QH-STATUS = '10'
                   READ QUOTE-HEADER-FILE
                       AT END
                           MOVE '10' TO WS-QH-STATUS
                       NOT AT END
                           IF QH-DATA >= WS-DATA-INICIO AND
                               QH-DATA <= WS-DATA-FIM
                               MOVE QH-OPERADOR TO WS-OPERADOR-REG
                               IF WS-OPERADOR-REG = SPACES
                                   MOVE 'DESCONH' TO WS-OPERADOR-REG
                               END-IF
                               PERFORM OBTER-OPERADOR-PARAG
                               IF WS-IX-OPER-ACHADO > ZERO
                                   ADD 1 TO
                                       TOP-ORC-EMIT(WS-IX-OPER-ACHADO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-HEADER-FILE
           END-IF.

       LER-MOVIMENTOS-PARAG.
           OPEN INPUT MATERIAL-MOVES-FILE
           IF WS-MOV-STATUS = '00'
               PERFORM UNTIL WS-MOV-STATUS = '10'
                   READ MATERIAL-MOVES-FILE
                       AT END
                           MOVE '10' TO WS-MOV-STATUS
                       NOT AT END
                           IF MV-DATA >= WS-DATA-INICIO AND
                               MV-DATA <= WS-DATA-FIM AND
                               (MV-TIPO = 'E' OR MV-TIPO = 'S')
                               PERFORM CONTAR-MOVIMENTO-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-MOVES-FILE
           END-IF.

       CONTAR-MOVIMENTO-PARAG.
           MOVE MV-OPERADOR TO WS-OPERADOR-REG
           IF WS-OPERADOR-REG = SPACES
               MOVE 'DESCONH' TO WS-OPERADOR-REG
           END-IF
           PERFORM OBTER-OPERADOR-PARAG
           IF WS-IX-OPER-ACHADO > ZERO
               IF MV-TIPO = 'E'
                   ADD 1 TO TOP-RECEB-QTD(WS-IX-OPER-ACHADO)
                   ADD MV-QTD TO TOP-RECEB-AREA(WS-IX-OPER-ACHADO)
               ELSE
                   ADD 1 TO TOP-CORTE-QTD(WS-IX-OPER-ACHADO)
                   ADD MV-QTD TO TOP-CORTE-AREA(WS-IX-OPER-ACHADO)
               END-IF
           END-IF.

      ******************************************************************
      * Relatorio: um bloco por operador e a lista de alertas.
      ******************************************************************
       GRAVAR-CABECALHO-PARAG.
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'ATIVIDADE DOS OPERADORES - PERIODO '
               WS-DATA-INICIO ' A ' WS-DATA-FIM
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'TURNO ' WS-TURNO-INICIO ' A ' WS-TURNO-FIM
               '  ALERTA A PARTIR DE ' WS-LIMITE-CORRECOES
               ' CORRECOES DE NOTA'
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING '----------------------------------------------'
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE.

       GRAVAR-OPERADOR-PARAG.
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'OPERADOR ' TOP-ID(WS-IX-OPER)
               '  TRANSACOES=' TOP-TRANSACOES(WS-IX-OPER)
               '  FORA DO TURNO=' TOP-FORA-TURNO(WS-IX-OPER)
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           PERFORM VARYING WS-IX-PROG FROM 1 BY 1
               UNTIL WS-IX-PROG > WS-QTD-PROG
               IF TPG-OPERADOR(WS-IX-PROG) = TOP-ID(WS-IX-OPER)
                   MOVE SPACES TO ACTIVITY-REPORT-LINE
                   STRING '  PROGRAMA ' TPG-PROGRAMA(WS-IX-PROG)
                       ' TRANSACOES=' TPG-QTD(WS-IX-PROG)
                       DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
                   WRITE ACTIVITY-REPORT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-IX-DIA FROM 1 BY 1
               UNTIL WS-IX-DIA > WS-QTD-DIA
               IF TDI-OPERADOR(WS-IX-DIA) = TOP-ID(WS-IX-OPER)
                   MOVE SPACES TO ACTIVITY-REPORT-LINE
                   STRING '  DIA ' TDI-DATA(WS-IX-DIA)
                       ' PRIMEIRA=' TDI-PRIMEIRA(WS-IX-DIA)
                       ' ULTIMA=' TDI-ULTIMA(WS-IX-DIA)
                       ' TRANS=' TDI-QTD(WS-IX-DIA)
                       ' FORA=' TDI-FORA-TURNO(WS-IX-DIA)
                       DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
                   WRITE ACTIVITY-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING '  NOTAS LANCADAS=' TOP-NOTAS-LANC(WS-IX-OPER)
               ' CORRIGIDAS=' TOP-NOTAS-CORR(WS-IX-OPER)
               '  SIGNON RECUSADOS=' TOP-SIGNON-RECUS(WS-IX-OPER)
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING '  ORCAMENTOS EMITIDOS=' TOP-ORC-EMIT(WS-IX-OPER)
               ' ACEITOS=' TOP-ORC-ACEITOS(WS-IX-OPER)
               '  ACOES RECUSADAS=' TOP-RECUSAS(WS-IX-OPER)
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING '  MATERIAL RECEBIDO=' TOP-RECEB-QTD(WS-IX-OPER)
               ' MOV. AREA=' TOP-RECEB-AREA(WS-IX-OPER)
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING '  MATERIAL CORTADO =' TOP-CORTE-QTD(WS-IX-OPER)
               ' MOV. AREA=' TOP-CORTE-AREA(WS-IX-OPER)
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE.

       GRAVAR-ALERTAS-PARAG.
           MOVE ZERO TO WS-QTD-ALERTAS
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'ALERTAS'
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING '----------------------------------------------'
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           PERFORM VARYING WS-IX-OPER FROM 1 BY 1
               UNTIL WS-IX-OPER > WS-QTD-OPER
               PERFORM AVALIAR-OPERADOR-PARAG
           END-PERFORM
           IF WS-QTD-ALERTAS = ZERO
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING 'NENHUM PADRAO FORA DO NORMAL NO PERIODO.'
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF.

       AVALIAR-OPERADOR-PARAG.
           IF TOP-NOTAS-CORR(WS-IX-OPER) >= WS-LIMITE-CORRECOES
               ADD 1 TO WS-QTD-ALERTAS
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '*** ' TOP-ID(WS-IX-OPER)
                   ' MUITAS CORRECOES DE NOTA: '
                   TOP-NOTAS-CORR(WS-IX-OPER)
                   ' (LANCADAS: ' TOP-NOTAS-LANC(WS-IX-OPER) ')'
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           IF TOP-FORA-TURNO(WS-IX-OPER) > ZERO
               ADD 1 TO WS-QTD-ALERTAS
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '*** ' TOP-ID(WS-IX-OPER)
                   ' TRANSACOES FORA DO TURNO: '
                   TOP-FORA-TURNO(WS-IX-OPER)
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           IF TOP-SIGNON-RECUS(WS-IX-OPER) >= WS-LIMITE-SIGNON
               ADD 1 TO WS-QTD-ALERTAS
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '*** ' TOP-ID(WS-IX-OPER)
                   ' SIGN-ONS RECUSADOS: '
                   TOP-SIGNON-RECUS(WS-IX-OPER)
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           IF TOP-RECUSAS(WS-IX-OPER) > ZERO
               ADD 1 TO WS-QTD-ALERTAS
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '*** ' TOP-ID(WS-IX-OPER)
                   ' TENTOU ACOES RESTRITAS: '
                   TOP-RECUSAS(WS-IX-OPER)
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF
           IF TOP-ID(WS-IX-OPER) = 'DESCONH' AND
               TOP-TRANSACOES(WS-IX-OPER) > ZERO
               ADD 1 TO WS-QTD-ALERTAS
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING '*** TRANSACOES SEM OPERADOR IDENTIFICADO: '
                   TOP-TRANSACOES(WS-IX-OPER)
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF.

       GRAVAR-RODAPE-PARAG.
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING '----------------------------------------------'
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           MOVE SPACES TO ACTIVITY-REPORT-LINE
           STRING 'ARQUIVOS MENSAIS LIDOS: ' WS-QTD-ARQUIVOS
               '  REGISTROS LIDOS: ' WS-QTD-LIDAS
               '  NA FAIXA: ' WS-QTD-NA-FAIXA
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
           WRITE ACTIVITY-REPORT-LINE
           IF WS-TABELA-CHEIA = 'S'
               MOVE SPACES TO ACTIVITY-REPORT-LINE
               STRING 'ATENCAO: TABELA CHEIA, RELATORIO INCOMPLETO. '
                   'REDUZA A FAIXA DE DATAS.'
                   DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
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
       END PROGRAM PROGG36.
