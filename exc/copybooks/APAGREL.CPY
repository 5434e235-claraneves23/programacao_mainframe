      ******************************************************************
      * APAGREL - Linha do relatorio semanal de contas a pagar do
      * PROG121: notas abertas vencidas e a vencer na semana, em ordem
      * de vencimento, com subtotal por dia e total geral.
      ******************************************************************
       01 APAG-REL-LINHA     PIC X(80).
