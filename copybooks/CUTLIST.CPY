      ******************************************************************
      * CUTLIST.CPY
      * Lista de corte (CUTLIST.DAT): uma linha por peca a cortar, com
      * o retangulo da peca em centimetros. O PROGG18 acrescenta as
      * pecas de um orcamento aceito ja amarradas a ordem de producao
      * (WORKORD), ao item do orcamento e ao material; o lote do
      * PROGG02 baixa o material de cada peca e a marca como cortada.
      * Linhas antigas tem so largura e altura: ordem e material leem
      * como espacos (teste com NUMERIC) e a peca sai sem baixa.
      * CL-SITUACAO: espaco ou 'P' = pendente, 'C' = cortada.
      ******************************************************************
       01  CUT-LIST-RECORD.
           05 CL-LARGURA    PIC 9(003).
           05 CL-ALTURA     PIC 9(003).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 CL-ORDEM      PIC 9(06).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 CL-SEQ        PIC 9(03).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 CL-CODIGO     PIC X(06).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 CL-SITUACAO   PIC X(01).
           05 FILLER        PIC X(01) VALUE SPACE.
           05 CL-DATA-CORTE PIC X(08).
