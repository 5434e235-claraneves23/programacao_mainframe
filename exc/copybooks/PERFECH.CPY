      ******************************************************************
      * PERFECH - Layout do registro do controle de periodos fechados
      * (PERIODO-FECHADO), acrescentado pelo PROG171 no ultimo passo
      * do fechamento mensal (job FECHMES): um registro por mes
      * fechado, com a data, a hora e o operador do fechamento. O
      * fechamento vale para o mes e todos os anteriores; o maior
      * PF-MES do arquivo e o ultimo mes fechado, consultado pelo
      * PROG170 antes de cada movimento de estoque ou postagem de
      * pagamento.
      ******************************************************************
       01 PERIODO-FECHADO-RECORD.
          05 PF-MES             PIC X(06).
          05 PF-DATA            PIC X(08).
          05 PF-HORA            PIC X(06).
          05 PF-OPERADOR        PIC X(08).
