      ******************************************************************
      * APONTMO - Layout do registro de apontamento de horas de mao
      * de obra (APONTAMENTO-MO), gravado pelo PROG177: o operador que
      * trabalhou, a ordem de servico, a data e o intervalo do
      * trabalho (HHMM, inicio e fim no mesmo dia - turno que vira a
      * meia-noite e apontado em dois lancamentos) e a atividade. Os
      * minutos, o valor da hora da atividade (TAXAMO) vigente no
      * lancamento e o custo sao gravados no apontamento; o custeio
      * por ordem (PROG63) e o envelhecimento (PROG109) somam o custo
      * de mao de obra daqui, e a folha semanal por operador (PROG178)
      * aponta sobreposicao de horarios e horas em ordem fechada.
      * MO-DATA-REGISTRO e a data do lancamento, conferida pelo
      * fechamento da ordem (PROG62) contra o ultimo custeio.
      ******************************************************************
       01 APONTAMENTO-MO-RECORD.
          05 MO-OPERADOR        PIC X(08).
          05 MO-ORDEM           PIC X(08).
          05 MO-DATA            PIC X(08).
          05 MO-HORA-INICIO     PIC 9(04).
          05 MO-HORA-FIM        PIC 9(04).
          05 MO-ATIVIDADE       PIC X(04).
          05 MO-MINUTOS         PIC 9(04).
          05 MO-VALOR-HORA      PIC 9(05)V99.
          05 MO-CUSTO           PIC 9(07)V99.
          05 MO-DATA-REGISTRO   PIC X(08).
          05 MO-HORA-REGISTRO   PIC X(06).
          05 MO-USUARIO         PIC X(08).
