      * de PERSON-MASTER.DAT; registros de visitante (nome digitado,
      * sem cracha) levam SL-VISITANTE = 'S' e cracha em branco.
      * Registros antigos, gravados antes do cracha, leem esses dois
      * campos como espacos. Na entrada de visitante o PROGG01 grava
      * tambem o cracha do funcionario visitado (SL-ANFITRIAO) e o
      * motivo da visita, que a chamada de emergencia do PROGG38
      * mostra como responsavel; nos demais registros ficam espacos.
      ******************************************************************
       01  SIGNIN-LOG-RECORD.
           05 SL-NOME        PIC X(20).
           05 SL-CRACHA      PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SL-VISITANTE   PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SL-ANFITRIAO   PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 SL-MOTIVO      PIC X(30).
