      ******************************************************************
      * PAYPARM.CPY
      * Parametros da folha de ponto (TIMESHEET-PARM.DAT), mantidos
      * pelo supervisor no PROGG35: limite diario e semanal de horas
      * normais, em minutos. O que passa do limite do dia e hora
      * extra; o que sobra de normal e passa do limite da semana
      * (semanas contadas de 7 em 7 dias a partir do inicio do
      * periodo) tambem vira extra. Sem o arquivo valem 480 e 2640.
      ******************************************************************
       01  PAY-PARM-RECORD.
           05 PM-LIMITE-DIA    PIC 9(04).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PM-LIMITE-SEMANA PIC 9(04).
