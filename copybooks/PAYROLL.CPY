      ******************************************************************
      * PAYROLL.CPY
      * Interface com a folha de pagamento (PAYROLL-<INICIO>-<FIM>.DAT)
      * gerada pelo PROGG35 no fechamento do periodo. Layout fixo de
      * 60 posicoes, sem separadores:
      *   '0' cabecalho: periodo, data de geracao e operador;
      *   '1' detalhe : cracha, nome, horas normais e extras com duas
      *                 decimais e os mesmos valores em minutos;
      *   '9' trailer : quantidade de detalhes e total de horas.
      ******************************************************************
       01  PAYROLL-RECORD.
           05 PY-TIPO        PIC X(01).
           05 PY-DADOS       PIC X(59).
           05 PY-CABECALHO REDEFINES PY-DADOS.
               10 PY-INICIO      PIC 9(08).
               10 PY-FIM         PIC 9(08).
               10 PY-DATA-GERACAO PIC 9(08).
               10 PY-OPERADOR    PIC X(08).
               10 FILLER         PIC X(27).
           05 PY-DETALHE REDEFINES PY-DADOS.
               10 PY-CRACHA      PIC X(06).
               10 PY-NOME        PIC X(20).
               10 PY-HORAS-NORMAIS PIC 9(04)V99.
               10 PY-HORAS-EXTRAS PIC 9(04)V99.
               10 PY-MIN-NORMAIS PIC 9(05).
               10 PY-MIN-EXTRAS  PIC 9(05).
               10 FILLER         PIC X(11).
           05 PY-TRAILER REDEFINES PY-DADOS.
               10 PY-QTD-DETALHES PIC 9(05).
               10 PY-TOT-NORMAIS PIC 9(06)V99.
               10 PY-TOT-EXTRAS  PIC 9(06)V99.
               10 FILLER         PIC X(38).
