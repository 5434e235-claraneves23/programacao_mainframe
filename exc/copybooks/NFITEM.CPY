      ******************************************************************
      * NFITEM - Layout do registro sequencial dos itens de nota
      * fiscal de fornecedor aprovados na conferencia (NOTA-ITEM),
      * gravado pelo PROG120 junto com a conta a pagar: um registro
      * por item, com o pedido de compra (PEDCOMP) a que se refere, a
      * quantidade e o preco faturados. E por ele que a conferencia
      * sabe quanto de cada pedido ja foi faturado, para nao pagar a
      * mesma entrega duas vezes.
      ******************************************************************
       01 NOTA-ITEM-RECORD.
          05 NI-FORNECEDOR      PIC X(06).
          05 NI-NOTA            PIC X(10).
          05 NI-ITEM            PIC 9(02).
          05 NI-PEDIDO          PIC 9(08).
          05 NI-CODIGO          PIC X(06).
          05 NI-QUANTIDADE      PIC 9(06)V99.
          05 NI-PRECO-UNIT      PIC 9(06)V99.
          05 NI-DATA            PIC X(08).
          05 NI-OPERADOR        PIC X(08).
