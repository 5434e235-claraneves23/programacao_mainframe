      ******************************************************************
      * CONTREL - Linha do relatorio de controle do extrato contabil
      * (PROG119): eventos rejeitados, totais de debito e credito por
      * origem e o resultado do fechamento do arquivo.
      ******************************************************************
       01 CONT-REL-LINHA     PIC X(80).
