      ******************************************************************
      * CUSTOREL - Linha do relatorio de custo por ordem de servico
      * gerado pelo PROG63 (area consumida, custo de material, horas
      * e custo de mao de obra apontados e custo total por ordem, para
      * o faturamento dos departamentos).
      ******************************************************************
       01 CUSTO-REL-LINHA    PIC X(80).
