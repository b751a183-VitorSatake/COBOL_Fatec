      ******************************************************************
      * ROLLCALL.CPY
      * Chamada de emergencia (ROLL-CALL.DAT), gravada pelo PROGG38:
      * a foto de quem estava no predio quando a lista foi gerada
      * (entrada sem saida no dia em SIGNIN-LOG.TXT), uma linha por
      * pessoa, na ordem da folha de chamada. RC-DATA/RC-HORA
      * identificam a chamada. RC-SITUACAO: 'P' = pendente,
      * 'A' = apresentou-se ao responsavel pela evacuacao,
      * 'F' = faltante (pendente quando a chamada foi encerrada).
      * RC-ENCERRADA: 'S' depois do encerramento; a chamada encerrada
      * tambem e acrescentada a ROLL-CALL-HISTORY.DAT.
      ******************************************************************
       01  ROLL-CALL-RECORD.
           05 RC-DATA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-HORA        PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-SEQ         PIC 9(03).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-CRACHA      PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-NOME        PIC X(20).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-VISITANTE   PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-HORA-ENTRADA PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-ANFITRIAO   PIC X(06).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-MOTIVO      PIC X(30).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-SITUACAO    PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-HORA-CONF   PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-ENCERRADA   PIC X(01).
           05 FILLER         PIC X(01) VALUE SPACE.
           05 RC-OPERADOR    PIC X(08).
