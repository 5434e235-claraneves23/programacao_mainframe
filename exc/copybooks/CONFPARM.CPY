      ******************************************************************
      * CONFPARM - Parametro de tolerancias da conferencia de notas
      * fiscais de fornecedor (PROG120), lido a cada nota lancada: a
      * diferenca admitida, em percentual, entre a quantidade faturada
      * e a recebida ainda nao faturada do pedido, e entre o preco
      * unitario faturado e o custo combinado no pedido. Sem o
      * arquivo, a conferencia e exata.
      ******************************************************************
       01 CONFERENCIA-PARM-RECORD.
          05 CF-TOL-QTD-PCT       PIC 9(03)V99.
          05 CF-TOL-PRECO-PCT     PIC 9(03)V99.
