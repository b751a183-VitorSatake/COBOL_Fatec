      ******************************************************************
      * INVREMN.CPY
      * Conferencia de retalhos da contagem fisica
      * (INVENTORY-REMNANT.DAT), gravada pelo PROGG25: a imagem de
      * REMNANT.DAT congelada na abertura da contagem mais os
      * retalhos achados no chao que nao constavam do arquivo.
      * IR-ACHADO: ' ' = nao conferido, 'S' = conferido no chao,
      * 'N' = nao encontrado (sai de REMNANT.DAT no lancamento),
      * 'X' = achado fora do arquivo (entra em REMNANT.DAT no
      * lancamento). IR-SITUACAO como IC-SITUACAO em INVCOUNT.
      ******************************************************************
       01  INVENTORY-REMNANT-RECORD.
           05 IR-CODIGO      PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IR-LARGURA     PIC 9(03).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IR-ALTURA      PIC 9(03).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IR-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IR-ACHADO      PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 IR-SITUACAO    PIC X(01).
