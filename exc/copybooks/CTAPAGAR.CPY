      ******************************************************************
      * CTAPAGAR - Layout do arquivo indexado de contas a pagar
      * (CONTA-PAGAR), chaveado por fornecedor + numero da nota
      * fiscal, com chave alternada pelo vencimento. Gravado pelo
      * PROG120 para cada nota de fornecedor aprovada na conferencia
      * com pedido e recebimento, com o vencimento tirado da condicao
      * de pagamento do fornecedor; baixado no proprio PROG120 quando
      * a tesouraria paga. O PROG121 le pela chave de vencimento e
      * lista semanalmente o que pagar e quando.
      ******************************************************************
       01 CONTA-PAGAR-RECORD.
          05 CP-CHAVE.
             10 CP-FORNECEDOR   PIC X(06).
             10 CP-NOTA         PIC X(10).
          05 CP-VENCIMENTO      PIC X(08).
          05 CP-DATA-NOTA       PIC X(08).
          05 CP-DATA-ENTRADA    PIC X(08).
          05 CP-VALOR           PIC 9(09)V99.
          05 CP-QTD-ITENS       PIC 9(02).
          05 CP-STATUS          PIC X(01).
             88 CP-ABERTA            VALUE 'A'.
             88 CP-PAGA              VALUE 'P'.
          05 CP-DATA-PAGTO      PIC X(08).
          05 CP-OPERADOR        PIC X(08).
