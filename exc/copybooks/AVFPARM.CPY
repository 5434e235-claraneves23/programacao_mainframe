      ******************************************************************
      * AVFPARM - Parametro da avaliacao mensal de fornecedores
      * (PROG142): percentual minimo de pedidos entregues no prazo,
      * percentual minimo da quantidade pedida efetivamente entregue
      * e variacao maxima, em percentual, do preco pago sobre o custo
      * combinado no pedido. Fornecedor fora de qualquer um dos
      * limites fica marcado com desempenho baixo. Sem o arquivo (ou
      * com campo invalido) valem 80%, 90% e 10%.
      ******************************************************************
       01 AVAL-FORN-PARM-RECORD.
          05 AF-PCT-PRAZO-MIN   PIC 9(03).
          05 AF-PCT-ATEND-MIN   PIC 9(03).
          05 AF-PCT-PRECO-MAX   PIC 9(03).
