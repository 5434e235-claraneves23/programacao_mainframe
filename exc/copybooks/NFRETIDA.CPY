      ******************************************************************
      * NFRETIDA - Layout da fila de notas fiscais de fornecedor
      * retidas na conferencia (NOTA-RETIDA), gravada pelo PROG120:
      * nota com qualquer item fora da tolerancia nao vai a contas a
      * pagar - todos os itens dela entram na fila, cada um com o
      * motivo (ou a indicacao de que o item conferia), para o
      * comprador resolver com o fornecedor e relancar a nota.
      ******************************************************************
       01 NOTA-RETIDA-RECORD.
          05 RD-FORNECEDOR      PIC X(06).
          05 RD-NOTA            PIC X(10).
          05 RD-DATA-NOTA       PIC X(08).
          05 RD-ITEM            PIC 9(02).
          05 RD-PEDIDO          PIC 9(08).
          05 RD-QUANTIDADE      PIC 9(06)V99.
          05 RD-PRECO-UNIT      PIC 9(06)V99.
          05 RD-MOTIVO          PIC X(30).
          05 RD-DATA            PIC X(08).
          05 RD-OPERADOR        PIC X(08).
