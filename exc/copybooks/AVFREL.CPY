      ******************************************************************
      * AVFREL - Linha do relatorio mensal de desempenho de
      * fornecedores (PROG142).
      ******************************************************************
       01 AVAL-FORN-REL-LINHA   PIC X(80).
