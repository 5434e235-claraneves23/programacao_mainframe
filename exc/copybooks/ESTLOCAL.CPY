      ******************************************************************
      * ESTLOCAL - Linha do relatorio de estoque por local emitido
      * pelo PROG139: para cada material, o saldo de cada local com a
      * abertura por lote, a soma dos locais confrontada com o
      * EM-SALDO do mestre e, no fim, o resumo por local com o valor
      * ao custo medio.
      ******************************************************************
       01 EST-LOCAL-REL-LINHA     PIC X(80).
