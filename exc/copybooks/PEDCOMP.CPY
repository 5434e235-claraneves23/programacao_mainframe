             88 PC-ABERTO            VALUE 'A'.
             88 PC-RECEBIDO          VALUE 'R'.
             88 PC-CANCELADO         VALUE 'C'.
      * PC-LOCAL e o local de estoque de entrega do pedido, vindo da
      * sugestao (SC-LOCAL); o recebimento credita o saldo desse local
      * salvo se o almoxarife informar outro. Pedido anterior aos
      * locais carrega brancos e e entregue no almoxarifado central.
          05 PC-LOCAL           PIC X(04).
      * Dados de desempenho da entrega, lidos pela avaliacao mensal de
      * fornecedores (PROG142): PC-DATA-PREVISTA e a emissao mais o
      * prazo de entrega do fornecedor na data do pedido; o
      * recebimento do PROG99 grava a data e a quantidade realmente
      * entregue; PC-CUSTO-PAGO e o ultimo preco unitario faturado do
      * pedido aprovado na conferencia de notas do PROG120 (zero
      * enquanto nao faturado). Pedido anterior carrega brancos.
          05 PC-DATA-PREVISTA   PIC X(08).
          05 PC-DATA-RECEBIMENTO PIC X(08).
          05 PC-QTD-RECEBIDA    PIC 9(06)V99.
          05 PC-CUSTO-PAGO      PIC 9(06)V99.
