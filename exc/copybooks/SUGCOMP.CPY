          05 SC-MINIMO          PIC 9(06)V99.
          05 SC-QTD-SUGERIDA    PIC 9(06)V99.
          05 SC-DATA            PIC X(08).
      * SC-LOCAL e o local de estoque que chegou ao ponto de pedido
      * (a reposicao do PROG31 e por local); o pedido do PROG99 leva o
      * local adiante para o recebimento.
          05 SC-LOCAL           PIC X(04).
