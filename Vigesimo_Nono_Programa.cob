      ******************************************************************
      * Author:
      * Date:
      * Purpose: Plano de corte antes do corte. Junta as pecas de uma
      *          ordem de producao, de toda a lista de corte pendente
      *          (CUTLIST.DAT) ou de um orcamento (QUOTE-ITEMS.DAT) e,
      *          material por material, distribui as pecas primeiro
      *          nos retalhos de REMNANT.DAT e depois em folhas padrao
      *          novas (MS-FOLHA-LARG x MS-FOLHA-ALT), da maior peca
      *          para a menor, com o mesmo corte de guilhotina do
      *          PROGG02. CUTTING-PLAN.TXT diz em que folha ou retalho
      *          e em que posicao vai cada peca, quantas folhas novas
      *          abrir e a sobra prevista. Nada e baixado nem gravado
      *          nos arquivos de estoque. Na sequencia de jobs do
      *          PROGG00 (JS-MODO = 'L') planeja a lista de corte
      *          pendente inteira.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGG29.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUT-LIST-FILE ASSIGN TO "CUTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUT-STATUS.
           SELECT QUOTE-HEADER-FILE ASSIGN TO "QUOTE-HEADER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QHDR-STATUS.
           SELECT QUOTE-ITEMS-FILE ASSIGN TO "QUOTE-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QITM-STATUS.
           SELECT MATERIAL-STOCK-FILE ASSIGN TO "MATERIAL-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EST-STATUS.
           SELECT REMNANT-FILE ASSIGN TO "REMNANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.
           SELECT CUTTING-PLAN-FILE ASSIGN TO "CUTTING-PLAN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLANO-STATUS.
           SELECT JOB-STEP-FILE ASSIGN TO "PROGG00-JOBSTEP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUT-LIST-FILE.
           COPY CUTLIST.
       FD  QUOTE-HEADER-FILE.
           COPY QUOTEHDR.
       FD  QUOTE-ITEMS-FILE.
           COPY QUOTEITM.
       FD  MATERIAL-STOCK-FILE.
       01  MATERIAL-STOCK-RECORD.
           05 MS-CODIGO      PIC X(06).
           05 FILLER         PIC X(01).
           05 MS-DESCRICAO   PIC X(20).
           05 FILLER         PIC X(01).
           05 MS-SALDO       PIC 9(09)V99.
           05 FILLER         PIC X(01).
           05 MS-REPOSICAO   PIC 9(09)V99.
           05 FILLER         PIC X(01).
           05 MS-FOLHA-LARG  PIC X(03).
           05 FILLER         PIC X(01).
           05 MS-FOLHA-ALT   PIC X(03).
       FD  REMNANT-FILE.
           COPY REMNANT.
       FD  CUTTING-PLAN-FILE.
       01  CUTTING-PLAN-LINE PIC X(80).
       FD  JOB-STEP-FILE.
           COPY JOBSTEP.
       WORKING-STORAGE SECTION.
       77 WS-CUT-STATUS     PIC X(02) VALUE SPACES.
       77 WS-QHDR-STATUS    PIC X(02) VALUE SPACES.
       77 WS-QITM-STATUS    PIC X(02) VALUE SPACES.
       77 WS-EST-STATUS     PIC X(02) VALUE SPACES.
       77 WS-RET-STATUS     PIC X(02) VALUE SPACES.
       77 WS-PLANO-STATUS   PIC X(02) VALUE SPACES.
       77 WS-STEP-STATUS    PIC X(02) VALUE SPACES.
       77 WS-MODO           PIC X(01) VALUE SPACES.
       77 WS-JOB-ATIVO      PIC X(01) VALUE 'N'.
       77 WS-CONTINUAR      PIC X(01) VALUE 'S'.
       77 WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WS-NUM-ORDEM      PIC 9(06) VALUE ZERO.
       77 WS-NUM-ORC        PIC 9(06) VALUE ZERO.
       77 WS-ORC-ACHADO     PIC X(01) VALUE 'N'.
       77 WS-DESC-ORIGEM    PIC X(40) VALUE SPACES.
       77 WS-QTD-PECAS      PIC 9(03) VALUE ZERO.
       77 WS-PECAS-OVERFLOW PIC X(01) VALUE 'N'.
       77 WS-PECAS-SEM-MAT  PIC 9(03) VALUE ZERO.
       77 WS-IX-PECA        PIC 9(03) VALUE ZERO.
       77 WS-IX-MAIOR       PIC 9(03) VALUE ZERO.
       77 WS-MAIOR-AREA     PIC 9(07) VALUE ZERO.
       77 WS-HA-PENDENTE    PIC X(01) VALUE 'S'.
       77 WS-MAT-ATUAL      PIC X(06) VALUE SPACES.
       77 WS-QTD-MATERIAIS  PIC 9(03) VALUE ZERO.
       77 WS-IX-MAT         PIC 9(03) VALUE ZERO.
       77 WS-IX-MAT-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-FOLHA-LARG     PIC 9(03) VALUE ZERO.
       77 WS-FOLHA-ALT      PIC 9(03) VALUE ZERO.
       77 WS-QTD-RETALHOS   PIC 9(03) VALUE ZERO.
       77 WS-IX-RET         PIC 9(03) VALUE ZERO.
       77 WS-QTD-LIVRES     PIC 9(03) VALUE ZERO.
       77 WS-IX-LIV         PIC 9(03) VALUE ZERO.
       77 WS-IX-LIV-ACHADO  PIC 9(03) VALUE ZERO.
       77 WS-ORIGEM-BUSCA   PIC X(01) VALUE SPACES.
       77 WS-AREA-LIVRE     PIC 9(07) VALUE ZERO.
       77 WS-MENOR-AREA     PIC 9(07) VALUE ZERO.
       77 WS-ENCAIXA        PIC X(01) VALUE 'N'.
       77 WS-ROTACIONADO    PIC X(01) VALUE 'N'.
       77 WS-BASE-LARG      PIC 9(03) VALUE ZERO.
       77 WS-BASE-ALT       PIC 9(03) VALUE ZERO.
       77 WS-PECA-LARG      PIC 9(03) VALUE ZERO.
       77 WS-PECA-ALT       PIC 9(03) VALUE ZERO.
       77 WS-CORTE-LARG     PIC 9(03) VALUE ZERO.
       77 WS-CORTE-ALT      PIC 9(03) VALUE ZERO.
       77 WS-NOVA-X         PIC 9(03) VALUE ZERO.
       77 WS-NOVA-Y         PIC 9(03) VALUE ZERO.
       77 WS-NOVA-LARG      PIC 9(03) VALUE ZERO.
       77 WS-NOVA-ALT       PIC 9(03) VALUE ZERO.
       77 WS-NOVA-ORIGEM    PIC X(01) VALUE SPACES.
       77 WS-NOVA-NUMERO    PIC 9(03) VALUE ZERO.
       77 WS-DESTINO        PIC X(20) VALUE SPACES.
       77 WS-GIRO           PIC X(06) VALUE SPACES.
       77 WS-QTD-FOLHAS     PIC 9(03) VALUE ZERO.
       77 WS-QTD-RET-USADOS PIC 9(03) VALUE ZERO.
       77 WS-PECAS-MATERIAL PIC 9(03) VALUE ZERO.
       77 WS-PECAS-FORA     PIC 9(03) VALUE ZERO.
       77 WS-AREA-PECAS     PIC 9(09) VALUE ZERO.
       77 WS-AREA-CONSUMIDA PIC 9(09) VALUE ZERO.
       77 WS-AREA-SOBRA     PIC 9(09) VALUE ZERO.
       77 WS-TOT-FOLHAS     PIC 9(05) VALUE ZERO.
       77 WS-TOT-RETALHOS   PIC 9(05) VALUE ZERO.
       77 WS-TOT-FORA       PIC 9(05) VALUE ZERO.
       01 WS-TABELA-PECAS.
           05 WS-PECA-ENT OCCURS 300 TIMES.
               10 TQ-CODIGO     PIC X(06).
               10 TQ-REF        PIC X(14).
               10 TQ-LARGURA    PIC 9(03).
               10 TQ-ALTURA     PIC 9(03).
               10 TQ-AREA       PIC 9(07).
               10 TQ-SITUACAO   PIC X(01).
       01 WS-TABELA-ESTOQUE.
           05 WS-ESTOQUE-ENT OCCURS 50 TIMES.
               10 TE-CODIGO     PIC X(06).
               10 TE-DESCRICAO  PIC X(20).
               10 TE-FOLHA-LARG PIC 9(03).
               10 TE-FOLHA-ALT  PIC 9(03).
      * TR-USADO: 'S' quando o plano corrente pos peca no retalho.
       01 WS-TABELA-RETALHOS.
           05 WS-RETALHO-ENT OCCURS 200 TIMES.
               10 TR-CODIGO     PIC X(06).
               10 TR-LARGURA    PIC 9(03).
               10 TR-ALTURA     PIC 9(03).
               10 TR-USADO      PIC X(01).
      * Espacos livres do material em planejamento. TV-ORIGEM: 'R' =
      * retalho (TV-NUMERO = posicao em REMNANT.DAT), 'F' = folha
      * nova (TV-NUMERO = numero da folha no plano). TV-X/TV-Y e o
      * canto do espaco dentro do retalho ou da folha, em cm.
       01 WS-TABELA-LIVRES.
           05 WS-LIVRE-ENT OCCURS 900 TIMES.
               10 TV-ORIGEM     PIC X(01).
               10 TV-NUMERO     PIC 9(03).
               10 TV-X          PIC 9(03).
               10 TV-Y          PIC 9(03).
               10 TV-LARG       PIC 9(03).
               10 TV-ALT        PIC 9(03).
               10 TV-LIVRE      PIC X(01).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'PLANO DE CORTE'
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM CARREGAR-MATERIAIS-PARAG
           PERFORM CARREGAR-RETALHOS-PARAG
           PERFORM LER-JOBSTEP-PARAG
           IF WS-JOB-ATIVO = 'S'
               IF WS-MODO = 'L' OR WS-MODO = 'l'
                   MOVE ZERO TO WS-NUM-ORDEM
                   PERFORM CARREGAR-PECAS-CORTE-PARAG
                   PERFORM GERAR-PLANO-PARAG
               ELSE
                   DISPLAY 'MODO DE JOB INVALIDO PARA O PROGG29: '
                       WS-MODO
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM MENU-PLANO-PARAG
           END-IF
           GOBACK.

       MENU-PLANO-PARAG.
           MOVE 'S' TO WS-CONTINUAR
           PERFORM UNTIL WS-CONTINUAR = 'N' OR WS-CONTINUAR = 'n'
               DISPLAY 'PECAS DE: (O)RDEM DE PRODUCAO (L)ISTA DE CORTE '
                   'O(R)CAMENTO (V)OLTAR ? '
               ACCEPT WS-MODO
               EVALUATE WS-MODO
                   WHEN 'O'
                   WHEN 'o'
                       DISPLAY 'NUMERO DA ORDEM DE PRODUCAO: '
                       ACCEPT WS-NUM-ORDEM
                       PERFORM CARREGAR-PECAS-CORTE-PARAG
                       PERFORM GERAR-PLANO-PARAG
                   WHEN 'L'
                   WHEN 'l'
                       MOVE ZERO TO WS-NUM-ORDEM
                       PERFORM CARREGAR-PECAS-CORTE-PARAG
                       PERFORM GERAR-PLANO-PARAG
                   WHEN 'R'
                   WHEN 'r'
                       DISPLAY 'NUMERO DO ORCAMENTO: '
                       ACCEPT WS-NUM-ORC
                       PERFORM CARREGAR-PECAS-ORCAMENTO-PARAG
                       PERFORM GERAR-PLANO-PARAG
                   WHEN 'V'
                   WHEN 'v'
                       MOVE 'N' TO WS-CONTINUAR
                   WHEN OTHER
                       DISPLAY 'ACAO INVALIDA.'
               END-EVALUATE
           END-PERFORM.

      * Pecas pendentes da lista de corte; ordem zero = todas. Linha
      * antiga sem material nao entra no plano e so e contada.
       CARREGAR-PECAS-CORTE-PARAG.
           MOVE ZERO TO WS-QTD-PECAS
           MOVE ZERO TO WS-PECAS-SEM-MAT
           MOVE 'N' TO WS-PECAS-OVERFLOW
           MOVE SPACES TO WS-DESC-ORIGEM
           IF WS-NUM-ORDEM = ZERO
               MOVE 'LISTA DE CORTE PENDENTE' TO WS-DESC-ORIGEM
           ELSE
               STRING 'ORDEM DE PRODUCAO ' WS-NUM-ORDEM
                   DELIMITED BY SIZE INTO WS-DESC-ORIGEM
           END-IF
           OPEN INPUT CUT-LIST-FILE
           IF WS-CUT-STATUS NOT = '00'
               DISPLAY 'NAO FOI POSSIVEL ABRIR O ARQUIVO CUTLIST.DAT'
           ELSE
               PERFORM UNTIL WS-CUT-STATUS = '10'
                   READ CUT-LIST-FILE
                       AT END
                           MOVE '10' TO WS-CUT-STATUS
                       NOT AT END
                           IF CL-SITUACAO NOT = 'C'
                               PERFORM GUARDAR-PECA-CORTE-PARAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUT-LIST-FILE
           END-IF
           IF WS-PECAS-SEM-MAT > ZERO
               DISPLAY WS-PECAS-SEM-MAT ' PECA(S) PENDENTE(S) SEM '
                   'MATERIAL NA LISTA DE CORTE. FORA DO PLANO.'
           END-IF.

       GUARDAR-PECA-CORTE-PARAG.
           IF CL-ORDEM NOT NUMERIC OR CL-CODIGO = SPACES
               IF WS-NUM-ORDEM = ZERO
                   ADD 1 TO WS-PECAS-SEM-MAT
               END-IF
           ELSE
               IF WS-NUM-ORDEM = ZERO OR CL-ORDEM = WS-NUM-ORDEM
                   IF WS-QTD-PECAS >= 300
                       MOVE 'S' TO WS-PECAS-OVERFLOW
                   ELSE
                       ADD 1 TO WS-QTD-PECAS
                       MOVE CL-CODIGO TO TQ-CODIGO(WS-QTD-PECAS)
                       MOVE SPACES TO TQ-REF(WS-QTD-PECAS)
                       STRING 'OS ' CL-ORDEM '/' CL-SEQ
                           DELIMITED BY SIZE
                           INTO TQ-REF(WS-QTD-PECAS)
                       MOVE CL-LARGURA TO TQ-LARGURA(WS-QTD-PECAS)
                       MOVE CL-ALTURA TO TQ-ALTURA(WS-QTD-PECAS)
                   END-IF
               END-IF
           END-IF.

      * O estimador pode planejar orcamento ainda pendente para saber
      * quantas folhas a obra consome; o plano so avisa a situacao.
       CARREGAR-PECAS-ORCAMENTO-PARAG.
           MOVE ZERO TO WS-QTD-PECAS
           MOVE ZERO TO WS-PECAS-SEM-MAT
           MOVE 'N' TO WS-PECAS-OVERFLOW
           MOVE 'N' TO WS-ORC-ACHADO
           MOVE SPACES TO WS-DESC-ORIGEM
           STRING 'ORCAMENTO ' WS-NUM-ORC
               DELIMITED BY SIZE INTO WS-DESC-ORIGEM
           OPEN INPUT QUOTE-HEADER-FILE
           IF WS-QHDR-STATUS = '00'
               PERFORM UNTIL WS-QHDR-STATUS = '10'
                   READ QUOTE-HEADER-FILE
                       AT END
                           MOVE '10' TO WS-QHDR-STATUS
                       NOT AT END
                           IF QH-NUMERO = WS-NUM-ORC
                               MOVE 'S' TO WS-ORC-ACHADO
                               IF QH-SITUACAO NOT = 'A'
                                   DISPLAY 'ATENCAO: ORCAMENTO NAO '
                                       'ACEITO (SITUACAO '
                                       QH-SITUACAO '). PLANO SO '
                                       'PARA ESTIMATIVA.'
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-HEADER-FILE
           END-IF
           IF WS-ORC-ACHADO NOT = 'S'
               DISPLAY 'ORCAMENTO NAO ENCONTRADO: ' WS-NUM-ORC
           ELSE
               OPEN INPUT QUOTE-ITEMS-FILE
               IF WS-QITM-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL ABRIR QUOTE-ITEMS.DAT'
               ELSE
                   PERFORM UNTIL WS-QITM-STATUS = '10'
                       READ QUOTE-ITEMS-FILE
                           AT END
                               MOVE '10' TO WS-QITM-STATUS
                           NOT AT END
                               IF QI-NUMERO = WS-NUM-ORC
                                   PERFORM GUARDAR-PECA-ORCAMENTO-PARAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE QUOTE-ITEMS-FILE
               END-IF
           END-IF.

       GUARDAR-PECA-ORCAMENTO-PARAG.
           IF WS-QTD-PECAS >= 300
               MOVE 'S' TO WS-PECAS-OVERFLOW
           ELSE
               ADD 1 TO WS-QTD-PECAS
               MOVE QI-CODIGO TO TQ-CODIGO(WS-QTD-PECAS)
               MOVE SPACES TO TQ-REF(WS-QTD-PECAS)
               STRING 'ITEM ' QI-SEQ
                   DELIMITED BY SIZE INTO TQ-REF(WS-QTD-PECAS)
               MOVE QI-LARGURA TO TQ-LARGURA(WS-QTD-PECAS)
               MOVE QI-ALTURA TO TQ-ALTURA(WS-QTD-PECAS)
           END-IF.

       GERAR-PLANO-PARAG.
           IF WS-PECAS-OVERFLOW = 'S'
               DISPLAY 'MAIS DE 300 PECAS. PLANO FEITO SO COM AS '
                   'PRIMEIRAS 300.'
           END-IF
           IF WS-QTD-PECAS = ZERO
               DISPLAY 'NENHUMA PECA PARA PLANEJAR.'
           ELSE
               OPEN OUTPUT CUTTING-PLAN-FILE
               IF WS-PLANO-STATUS NOT = '00'
                   DISPLAY 'NAO FOI POSSIVEL GRAVAR CUTTING-PLAN.TXT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PLANEJAR-PECAS-PARAG
                   CLOSE CUTTING-PLAN-FILE
                   DISPLAY 'PLANO GRAVADO EM CUTTING-PLAN.TXT'
               END-IF
           END-IF.

       PLANEJAR-PECAS-PARAG.
           MOVE ZERO TO WS-TOT-FOLHAS
           MOVE ZERO TO WS-TOT-RETALHOS
           MOVE ZERO TO WS-TOT-FORA
           PERFORM VARYING WS-IX-PECA FROM 1 BY 1
               UNTIL WS-IX-PECA > WS-QTD-PECAS
               MOVE SPACE TO TQ-SITUACAO(WS-IX-PECA)
               COMPUTE TQ-AREA(WS-IX-PECA) =
                   TQ-LARGURA(WS-IX-PECA) * TQ-ALTURA(WS-IX-PECA)
           END-PERFORM
           MOVE SPACES TO CUTTING-PLAN-LINE
           STRING 'PLANO DE CORTE EM ' WS-DATA-HOJE
               ' - ' WS-DESC-ORIGEM
               DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE
           MOVE SPACES TO CUTTING-PLAN-LINE
           STRING 'POSICAO = CANTO DA PECA (X,Y) EM CM A PARTIR DO '
               'CANTO DA FOLHA OU DO RETALHO'
               DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE
           MOVE 'S' TO WS-HA-PENDENTE
           PERFORM UNTIL WS-HA-PENDENTE = 'N'
               MOVE 'N' TO WS-HA-PENDENTE
               PERFORM VARYING WS-IX-PECA FROM 1 BY 1
                   UNTIL WS-IX-PECA > WS-QTD-PECAS OR
                   WS-HA-PENDENTE = 'S'
                   IF TQ-SITUACAO(WS-IX-PECA) = SPACE
                       MOVE 'S' TO WS-HA-PENDENTE
                       MOVE TQ-CODIGO(WS-IX-PECA) TO WS-MAT-ATUAL
                   END-IF
               END-PERFORM
               IF WS-HA-PENDENTE = 'S'
                   PERFORM PLANEJAR-MATERIAL-PARAG
               END-IF
           END-PERFORM
           MOVE SPACES TO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE
           MOVE SPACES TO CUTTING-PLAN-LINE
           STRING 'TOTAL DO PLANO: FOLHAS NOVAS=' WS-TOT-FOLHAS
               ' RETALHOS USADOS=' WS-TOT-RETALHOS
               ' PECAS FORA=' WS-TOT-FORA
               DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE
           DISPLAY 'FOLHAS NOVAS: ' WS-TOT-FOLHAS
               ' RETALHOS USADOS: ' WS-TOT-RETALHOS
               ' PECAS FORA DO PLANO: ' WS-TOT-FORA.

       PLANEJAR-MATERIAL-PARAG.
           MOVE ZERO TO WS-IX-MAT-ACHADO
           PERFORM VARYING WS-IX-MAT FROM 1 BY 1
               UNTIL WS-IX-MAT > WS-QTD-MATERIAIS
               IF TE-CODIGO(WS-IX-MAT) = WS-MAT-ATUAL
                   MOVE WS-IX-MAT TO WS-IX-MAT-ACHADO
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-FOLHA-LARG
           MOVE ZERO TO WS-FOLHA-ALT
           IF WS-IX-MAT-ACHADO > ZERO
               MOVE TE-FOLHA-LARG(WS-IX-MAT-ACHADO) TO WS-FOLHA-LARG
               MOVE TE-FOLHA-ALT(WS-IX-MAT-ACHADO) TO WS-FOLHA-ALT
           END-IF
           MOVE SPACES TO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE
           MOVE SPACES TO CUTTING-PLAN-LINE
           EVALUATE TRUE
               WHEN WS-IX-MAT-ACHADO = ZERO
                   STRING 'MATERIAL ' WS-MAT-ATUAL
                       ' NAO CADASTRADO EM MATERIAL-STOCK.DAT'
                       DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
               WHEN WS-FOLHA-LARG = ZERO OR WS-FOLHA-ALT = ZERO
                   STRING 'MATERIAL ' WS-MAT-ATUAL ' '
                       TE-DESCRICAO(WS-IX-MAT-ACHADO)
                       DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
               WHEN OTHER
                   STRING 'MATERIAL ' WS-MAT-ATUAL ' '
                       TE-DESCRICAO(WS-IX-MAT-ACHADO)
                       ' FOLHA PADRAO ' WS-FOLHA-LARG 'X' WS-FOLHA-ALT
                       ' CM'
                       DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
           END-EVALUATE
           WRITE CUTTING-PLAN-LINE
           MOVE ZERO TO WS-QTD-FOLHAS
           MOVE ZERO TO WS-QTD-RET-USADOS
           MOVE ZERO TO WS-PECAS-MATERIAL
           MOVE ZERO TO WS-PECAS-FORA
           MOVE ZERO TO WS-AREA-PECAS
           MOVE ZERO TO WS-AREA-CONSUMIDA
           IF WS-FOLHA-LARG = ZERO OR WS-FOLHA-ALT = ZERO
               PERFORM LISTAR-SEM-FOLHA-PARAG
           ELSE
               PERFORM CARREGAR-LIVRES-PARAG
               MOVE 1 TO WS-IX-MAIOR
               PERFORM UNTIL WS-IX-MAIOR = ZERO
                   PERFORM SELECIONAR-MAIOR-PECA-PARAG
                   IF WS-IX-MAIOR > ZERO
                       PERFORM POSICIONAR-PECA-PARAG
                   END-IF
               END-PERFORM
               PERFORM GRAVAR-RESUMO-MATERIAL-PARAG
           END-IF.

      * Sem folha padrao nao ha o que encaixar: a baixa do PROGG02 e
      * pela area da peca, e o plano so soma a area.
       LISTAR-SEM-FOLHA-PARAG.
           MOVE SPACES TO CUTTING-PLAN-LINE
           STRING '  SEM FOLHA PADRAO CADASTRADA. CONSUMO PELA AREA '
               'DAS PECAS.'
               DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE
           PERFORM VARYING WS-IX-PECA FROM 1 BY 1
               UNTIL WS-IX-PECA > WS-QTD-PECAS
               IF TQ-CODIGO(WS-IX-PECA) = WS-MAT-ATUAL AND
                   TQ-SITUACAO(WS-IX-PECA) = SPACE
                   MOVE 'P' TO TQ-SITUACAO(WS-IX-PECA)
                   ADD TQ-AREA(WS-IX-PECA) TO WS-AREA-PECAS
                   ADD 1 TO WS-PECAS-MATERIAL
                   MOVE SPACES TO CUTTING-PLAN-LINE
                   STRING '  PECA ' TQ-REF(WS-IX-PECA) ' '
                       TQ-LARGURA(WS-IX-PECA) 'X'
                       TQ-ALTURA(WS-IX-PECA)
                       ' AREA=' TQ-AREA(WS-IX-PECA)
                       DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
                   WRITE CUTTING-PLAN-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CUTTING-PLAN-LINE
           STRING '  PECAS=' WS-PECAS-MATERIAL
               ' AREA DAS PECAS (cm2)=' WS-AREA-PECAS
               DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE.

      * Os retalhos do material entram como espacos livres iniciais.
       CARREGAR-LIVRES-PARAG.
           MOVE ZERO TO WS-QTD-LIVRES
           PERFORM VARYING WS-IX-RET FROM 1 BY 1
               UNTIL WS-IX-RET > WS-QTD-RETALHOS
               MOVE 'N' TO TR-USADO(WS-IX-RET)
               IF TR-CODIGO(WS-IX-RET) = WS-MAT-ATUAL
                   MOVE 'R' TO WS-NOVA-ORIGEM
                   MOVE WS-IX-RET TO WS-NOVA-NUMERO
                   MOVE ZERO TO WS-NOVA-X
                   MOVE ZERO TO WS-NOVA-Y
                   MOVE TR-LARGURA(WS-IX-RET) TO WS-NOVA-LARG
                   MOVE TR-ALTURA(WS-IX-RET) TO WS-NOVA-ALT
                   PERFORM INCLUIR-LIVRE-PARAG
               END-IF
           END-PERFORM.

       SELECIONAR-MAIOR-PECA-PARAG.
           MOVE ZERO TO WS-IX-MAIOR
           MOVE ZERO TO WS-MAIOR-AREA
           PERFORM VARYING WS-IX-PECA FROM 1 BY 1
               UNTIL WS-IX-PECA > WS-QTD-PECAS
               IF TQ-CODIGO(WS-IX-PECA) = WS-MAT-ATUAL AND
                   TQ-SITUACAO(WS-IX-PECA) = SPACE
                   IF WS-IX-MAIOR = ZERO OR
                       TQ-AREA(WS-IX-PECA) > WS-MAIOR-AREA
                       MOVE WS-IX-PECA TO WS-IX-MAIOR
                       MOVE TQ-AREA(WS-IX-PECA) TO WS-MAIOR-AREA
                   END-IF
               END-IF
           END-PERFORM.

      * Primeiro o menor retalho onde a peca cabe, depois o menor
      * espaco livre de folha ja aberta no plano, e so entao folha
      * nova.
       POSICIONAR-PECA-PARAG.
           MOVE 'P' TO TQ-SITUACAO(WS-IX-MAIOR)
           ADD 1 TO WS-PECAS-MATERIAL
           MOVE TQ-LARGURA(WS-IX-MAIOR) TO WS-PECA-LARG
           MOVE TQ-ALTURA(WS-IX-MAIOR) TO WS-PECA-ALT
           MOVE 'R' TO WS-ORIGEM-BUSCA
           PERFORM PROCURAR-LIVRE-PARAG
           IF WS-IX-LIV-ACHADO = ZERO
               MOVE 'F' TO WS-ORIGEM-BUSCA
               PERFORM PROCURAR-LIVRE-PARAG
           END-IF
           IF WS-IX-LIV-ACHADO = ZERO
               PERFORM ABRIR-FOLHA-NOVA-PARAG
           END-IF
           IF WS-IX-LIV-ACHADO > ZERO
               PERFORM COLOCAR-PECA-PARAG
           END-IF.

       PROCURAR-LIVRE-PARAG.
           MOVE ZERO TO WS-IX-LIV-ACHADO
           MOVE ZERO TO WS-MENOR-AREA
           PERFORM VARYING WS-IX-LIV FROM 1 BY 1
               UNTIL WS-IX-LIV > WS-QTD-LIVRES
               IF TV-LIVRE(WS-IX-LIV) = 'S' AND
                   TV-ORIGEM(WS-IX-LIV) = WS-ORIGEM-BUSCA
                   MOVE TV-LARG(WS-IX-LIV) TO WS-BASE-LARG
                   MOVE TV-ALT(WS-IX-LIV) TO WS-BASE-ALT
                   PERFORM TESTAR-ENCAIXE-PARAG
                   IF WS-ENCAIXA = 'S'
                       COMPUTE WS-AREA-LIVRE =
                           WS-BASE-LARG * WS-BASE-ALT
                       IF WS-IX-LIV-ACHADO = ZERO OR
                           WS-AREA-LIVRE < WS-MENOR-AREA
                           MOVE WS-IX-LIV TO WS-IX-LIV-ACHADO
                           MOVE WS-AREA-LIVRE TO WS-MENOR-AREA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ABRIR-FOLHA-NOVA-PARAG.
           MOVE WS-FOLHA-LARG TO WS-BASE-LARG
           MOVE WS-FOLHA-ALT TO WS-BASE-ALT
           PERFORM TESTAR-ENCAIXE-PARAG
           IF WS-ENCAIXA = 'N'
               ADD 1 TO WS-PECAS-FORA
               MOVE SPACES TO CUTTING-PLAN-LINE
               STRING '  PECA ' TQ-REF(WS-IX-MAIOR) ' '
                   WS-PECA-LARG 'X' WS-PECA-ALT
                   ' MAIOR QUE A FOLHA PADRAO. FORA DO PLANO.'
                   DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
               WRITE CUTTING-PLAN-LINE
           ELSE
               IF WS-QTD-LIVRES >= 900
                   ADD 1 TO WS-PECAS-FORA
                   MOVE SPACES TO CUTTING-PLAN-LINE
                   STRING '  PECA ' TQ-REF(WS-IX-MAIOR)
                       ' FORA DO PLANO: TABELA DE ESPACOS CHEIA.'
                       DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
                   WRITE CUTTING-PLAN-LINE
               ELSE
                   ADD 1 TO WS-QTD-FOLHAS
                   COMPUTE WS-AREA-CONSUMIDA = WS-AREA-CONSUMIDA +
                       WS-FOLHA-LARG * WS-FOLHA-ALT
                   MOVE 'F' TO WS-NOVA-ORIGEM
                   MOVE WS-QTD-FOLHAS TO WS-NOVA-NUMERO
                   MOVE ZERO TO WS-NOVA-X
                   MOVE ZERO TO WS-NOVA-Y
                   MOVE WS-FOLHA-LARG TO WS-NOVA-LARG
                   MOVE WS-FOLHA-ALT TO WS-NOVA-ALT
                   PERFORM INCLUIR-LIVRE-PARAG
                   MOVE WS-QTD-LIVRES TO WS-IX-LIV-ACHADO
               END-IF
           END-IF.

      * Guilhotina no canto do espaco, como no PROGG02: sobra uma
      * tira lateral com a altura toda e uma tira acima da peca, e
      * as duas voltam a ser espacos livres da mesma folha/retalho.
       COLOCAR-PECA-PARAG.
           MOVE TV-LARG(WS-IX-LIV-ACHADO) TO WS-BASE-LARG
           MOVE TV-ALT(WS-IX-LIV-ACHADO) TO WS-BASE-ALT
           PERFORM TESTAR-ENCAIXE-PARAG
           IF WS-ROTACIONADO = 'S'
               MOVE WS-PECA-ALT TO WS-CORTE-LARG
               MOVE WS-PECA-LARG TO WS-CORTE-ALT
           ELSE
               MOVE WS-PECA-LARG TO WS-CORTE-LARG
               MOVE WS-PECA-ALT TO WS-CORTE-ALT
           END-IF
           MOVE 'N' TO TV-LIVRE(WS-IX-LIV-ACHADO)
           ADD TQ-AREA(WS-IX-MAIOR) TO WS-AREA-PECAS
           MOVE SPACES TO WS-DESTINO
           IF TV-ORIGEM(WS-IX-LIV-ACHADO) = 'R'
               MOVE TV-NUMERO(WS-IX-LIV-ACHADO) TO WS-IX-RET
               IF TR-USADO(WS-IX-RET) = 'N'
                   MOVE 'S' TO TR-USADO(WS-IX-RET)
                   ADD 1 TO WS-QTD-RET-USADOS
                   COMPUTE WS-AREA-CONSUMIDA = WS-AREA-CONSUMIDA +
                       TR-LARGURA(WS-IX-RET) * TR-ALTURA(WS-IX-RET)
               END-IF
               STRING 'RETALHO ' WS-IX-RET ' '
                   TR-LARGURA(WS-IX-RET) 'X' TR-ALTURA(WS-IX-RET)
                   DELIMITED BY SIZE INTO WS-DESTINO
           ELSE
               STRING 'FOLHA NOVA ' TV-NUMERO(WS-IX-LIV-ACHADO)
                   DELIMITED BY SIZE INTO WS-DESTINO
           END-IF
           IF WS-ROTACIONADO = 'S'
               MOVE 'GIRADA' TO WS-GIRO
           ELSE
               MOVE SPACES TO WS-GIRO
           END-IF
           MOVE SPACES TO CUTTING-PLAN-LINE
           STRING '  PECA ' TQ-REF(WS-IX-MAIOR) ' '
               WS-PECA-LARG 'X' WS-PECA-ALT
               ' POS ' TV-X(WS-IX-LIV-ACHADO) ','
               TV-Y(WS-IX-LIV-ACHADO) ' ' WS-GIRO
               ' -> ' WS-DESTINO
               DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE
           MOVE TV-ORIGEM(WS-IX-LIV-ACHADO) TO WS-NOVA-ORIGEM
           MOVE TV-NUMERO(WS-IX-LIV-ACHADO) TO WS-NOVA-NUMERO
           COMPUTE WS-NOVA-X = TV-X(WS-IX-LIV-ACHADO) + WS-CORTE-LARG
           MOVE TV-Y(WS-IX-LIV-ACHADO) TO WS-NOVA-Y
           COMPUTE WS-NOVA-LARG = WS-BASE-LARG - WS-CORTE-LARG
           MOVE WS-BASE-ALT TO WS-NOVA-ALT
           PERFORM INCLUIR-LIVRE-PARAG
           MOVE TV-X(WS-IX-LIV-ACHADO) TO WS-NOVA-X
           COMPUTE WS-NOVA-Y = TV-Y(WS-IX-LIV-ACHADO) + WS-CORTE-ALT
           MOVE WS-CORTE-LARG TO WS-NOVA-LARG
           COMPUTE WS-NOVA-ALT = WS-BASE-ALT - WS-CORTE-ALT
           PERFORM INCLUIR-LIVRE-PARAG.

       INCLUIR-LIVRE-PARAG.
           IF WS-NOVA-LARG > ZERO AND WS-NOVA-ALT > ZERO
               IF WS-QTD-LIVRES >= 900
                   DISPLAY 'TABELA DE ESPACOS LIVRES CHEIA. SOBRA DE '
                       WS-NOVA-LARG 'X' WS-NOVA-ALT ' IGNORADA.'
               ELSE
                   ADD 1 TO WS-QTD-LIVRES
                   MOVE WS-NOVA-ORIGEM TO TV-ORIGEM(WS-QTD-LIVRES)
                   MOVE WS-NOVA-NUMERO TO TV-NUMERO(WS-QTD-LIVRES)
                   MOVE WS-NOVA-X TO TV-X(WS-QTD-LIVRES)
                   MOVE WS-NOVA-Y TO TV-Y(WS-QTD-LIVRES)
                   MOVE WS-NOVA-LARG TO TV-LARG(WS-QTD-LIVRES)
                   MOVE WS-NOVA-ALT TO TV-ALT(WS-QTD-LIVRES)
                   MOVE 'S' TO TV-LIVRE(WS-QTD-LIVRES)
               END-IF
           END-IF.

      * A peca cabe no espaco como esta ou girada de 90 graus.
       TESTAR-ENCAIXE-PARAG.
           MOVE 'N' TO WS-ENCAIXA
           MOVE 'N' TO WS-ROTACIONADO
           IF WS-BASE-LARG >= WS-PECA-LARG AND
               WS-BASE-ALT >= WS-PECA-ALT
               MOVE 'S' TO WS-ENCAIXA
           ELSE
               IF WS-BASE-LARG >= WS-PECA-ALT AND
                   WS-BASE-ALT >= WS-PECA-LARG
                   MOVE 'S' TO WS-ENCAIXA
                   MOVE 'S' TO WS-ROTACIONADO
               END-IF
           END-IF.

      * A sobra prevista sao os espacos que ficam livres nas folhas
      * abertas e nos retalhos usados pelo plano.
       GRAVAR-RESUMO-MATERIAL-PARAG.
           PERFORM VARYING WS-IX-LIV FROM 1 BY 1
               UNTIL WS-IX-LIV > WS-QTD-LIVRES
               IF TV-LIVRE(WS-IX-LIV) = 'S'
                   PERFORM GRAVAR-SOBRA-PARAG
               END-IF
           END-PERFORM
           IF WS-AREA-CONSUMIDA > WS-AREA-PECAS
               COMPUTE WS-AREA-SOBRA =
                   WS-AREA-CONSUMIDA - WS-AREA-PECAS
           ELSE
               MOVE ZERO TO WS-AREA-SOBRA
           END-IF
           MOVE SPACES TO CUTTING-PLAN-LINE
           STRING '  PECAS=' WS-PECAS-MATERIAL
               ' FOLHAS NOVAS=' WS-QTD-FOLHAS
               ' RETALHOS USADOS=' WS-QTD-RET-USADOS
               ' FORA DO PLANO=' WS-PECAS-FORA
               DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE
           MOVE SPACES TO CUTTING-PLAN-LINE
           STRING '  AREA (cm2): PECAS=' WS-AREA-PECAS
               ' CONSUMIDA=' WS-AREA-CONSUMIDA
               ' SOBRA=' WS-AREA-SOBRA
               DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
           WRITE CUTTING-PLAN-LINE
           ADD WS-QTD-FOLHAS TO WS-TOT-FOLHAS
           ADD WS-QTD-RET-USADOS TO WS-TOT-RETALHOS
           ADD WS-PECAS-FORA TO WS-TOT-FORA
           DISPLAY 'MATERIAL ' WS-MAT-ATUAL ': ' WS-QTD-FOLHAS
               ' FOLHA(S) NOVA(S), ' WS-QTD-RET-USADOS
               ' RETALHO(S), SOBRA (cm2) ' WS-AREA-SOBRA.

       GRAVAR-SOBRA-PARAG.
           MOVE SPACES TO WS-DESTINO
           IF TV-ORIGEM(WS-IX-LIV) = 'F'
               STRING 'FOLHA NOVA ' TV-NUMERO(WS-IX-LIV)
                   DELIMITED BY SIZE INTO WS-DESTINO
           ELSE
               MOVE TV-NUMERO(WS-IX-LIV) TO WS-IX-RET
               IF TR-USADO(WS-IX-RET) = 'S'
                   STRING 'RETALHO ' WS-IX-RET
                       DELIMITED BY SIZE INTO WS-DESTINO
               END-IF
           END-IF
           IF WS-DESTINO NOT = SPACES
               MOVE SPACES TO CUTTING-PLAN-LINE
               STRING '  SOBRA ' TV-LARG(WS-IX-LIV) 'X'
                   TV-ALT(WS-IX-LIV)
                   ' POS ' TV-X(WS-IX-LIV) ',' TV-Y(WS-IX-LIV)
                   ' EM ' WS-DESTINO
                   DELIMITED BY SIZE INTO CUTTING-PLAN-LINE
               WRITE CUTTING-PLAN-LINE
           END-IF.

       CARREGAR-MATERIAIS-PARAG.
           MOVE ZERO TO WS-QTD-MATERIAIS
           OPEN INPUT MATERIAL-STOCK-FILE
           IF WS-EST-STATUS NOT = '00'
               DISPLAY 'SEM ARQUIVO MATERIAL-STOCK.DAT. NENHUM '
                   'MATERIAL TERA FOLHA PADRAO NO PLANO.'
           ELSE
               PERFORM UNTIL WS-EST-STATUS = '10'
                   READ MATERIAL-STOCK-FILE
                       AT END
                           MOVE '10' TO WS-EST-STATUS
                       NOT AT END
                           IF WS-QTD-MATERIAIS >= 50
                               DISPLAY 'TABELA DE ESTOQUE CHEIA. '
                                   'MATERIAL IGNORADO: ' MS-CODIGO
                           ELSE
                               ADD 1 TO WS-QTD-MATERIAIS
                               MOVE MS-CODIGO TO
                                   TE-CODIGO(WS-QTD-MATERIAIS)
                               MOVE MS-DESCRICAO TO
                                   TE-DESCRICAO(WS-QTD-MATERIAIS)
                               IF MS-FOLHA-LARG NUMERIC AND
                                   MS-FOLHA-ALT NUMERIC
                                   MOVE MS-FOLHA-LARG TO
                                       TE-FOLHA-LARG(WS-QTD-MATERIAIS)
                                   MOVE MS-FOLHA-ALT TO
                                       TE-FOLHA-ALT(WS-QTD-MATERIAIS)
                               ELSE
                                   MOVE ZERO TO
                                       TE-FOLHA-LARG(WS-QTD-MATERIAIS)
                                   MOVE ZERO TO
                                       TE-FOLHA-ALT(WS-QTD-MATERIAIS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MATERIAL-STOCK-FILE
           END-IF.

       CARREGAR-RETALHOS-PARAG.
           MOVE ZERO TO WS-QTD-RETALHOS
           OPEN INPUT REMNANT-FILE
           IF WS-RET-STATUS = '00'
               PERFORM UNTIL WS-RET-STATUS = '10'
                   READ REMNANT-FILE
                       AT END
                           MOVE '10' TO WS-RET-STATUS
                       NOT AT END
                           IF WS-QTD-RETALHOS >= 200
                               DISPLAY 'TABELA DE RETALHOS CHEIA. '
                                   'RETALHO IGNORADO: ' RM-CODIGO
                           ELSE
                               ADD 1 TO WS-QTD-RETALHOS
                               MOVE RM-CODIGO TO
                                   TR-CODIGO(WS-QTD-RETALHOS)
                               MOVE RM-LARGURA TO
                                   TR-LARGURA(WS-QTD-RETALHOS)
                               MOVE RM-ALTURA TO
                                   TR-ALTURA(WS-QTD-RETALHOS)
                               MOVE 'N' TO
                                   TR-USADO(WS-QTD-RETALHOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REMNANT-FILE
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
       END PROGRAM PROGG29.
