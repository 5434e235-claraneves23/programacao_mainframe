      * Mantido pelo PROG98 e referenciado pelos pedidos de compra
      * (PEDCOMP) gerados a partir das sugestoes do PROG31.
      ******************************************************************
      * FO-PRAZO-PAGTO e a condicao de pagamento do fornecedor, em
      * dias corridos a partir da data da nota fiscal: e dela que a
      * conferencia de notas do PROG120 tira o vencimento da conta a
      * pagar. Registros anteriores carregam o campo em branco e
      * valem trinta dias.
       01 FORNECEDOR-RECORD.
          05 FO-CODIGO          PIC X(06).
          05 FO-NOME            PIC X(30).
          05 FO-ATIVO           PIC X(01).
             88 FO-FORN-ATIVO        VALUE 'A'.
             88 FO-FORN-INATIVO      VALUE 'I'.
          05 FO-PRAZO-PAGTO     PIC 9(03).
      * Resultado da ultima avaliacao mensal do fornecedor (PROG142):
      * competencia avaliada, percentual de pedidos entregues no prazo
      * e percentual da quantidade pedida efetivamente entregue.
      * FO-DESEMPENHO-BAIXO tira o fornecedor da sugestao automatica
      * do PROG99; branco e fornecedor ainda nao avaliado.
          05 FO-DESEMPENHO      PIC X(01).
             88 FO-DESEMPENHO-OK     VALUE 'O'.
             88 FO-DESEMPENHO-BAIXO  VALUE 'B'.
          05 FO-AVALIACAO       PIC X(06).
          05 FO-PCT-PRAZO       PIC 9(03).
          05 FO-PCT-ATENDIDO    PIC 9(03).
