          05 RS-ORDEM           PIC X(08).
          05 RS-DATA            PIC X(08).
          05 RS-HORA            PIC X(06).
      * RS-LOCAL e o local de estoque da ordem cuja baixa foi
      * recusada: o PROG67 so libera a reserva quando o saldo DESSE
      * local a cobre (branco vale o almoxarifado central, 'CENT').
          05 RS-LOCAL           PIC X(04).
