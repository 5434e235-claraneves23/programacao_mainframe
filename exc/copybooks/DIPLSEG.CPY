      ******************************************************************
      * DIPLSEG - Layout dos pedidos de segunda via de diploma
      * extraviado, digitados pela secretaria para a proxima rodada
      * do PROG134: o aluno, a data do pedido e o motivo (boletim de
      * ocorrencia, dano etc.). Pedido com via ja expedida na data
      * dele ou depois e dado como atendido - reprocessar o lote nao
      * gera outra via.
      ******************************************************************
       01 SEGUNDA-VIA-RECORD.
          05 DV-ALUNO-ID        PIC X(14).
          05 DV-DATA-PEDIDO     PIC X(08).
          05 DV-MOTIVO          PIC X(30).
