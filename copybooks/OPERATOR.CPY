      * primeiro sign-on grava o PIN digitado. OP-FALHAS conta os
      * erros de PIN seguidos; em 3 o registro e bloqueado
      * (OP-BLOQUEADO = 'S') ate um supervisor zerar o PIN.
      * OP-SUPERVISOR = 'S' libera o PROGG20. OP-OPCOES-EXT continua
      * OP-OPCOES a partir da opcao 26 (posicao 1 = opcao 26);
      * registros antigos leem o campo como espacos, isto e, nenhuma
      * das opcoes novas liberada.
      ******************************************************************
       01  OPERATOR-RECORD.
           05 OP-ID          PIC X(08).
           05 OP-BLOQUEADO   PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 OP-SUPERVISOR  PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 OP-OPCOES-EXT  PIC X(25).
