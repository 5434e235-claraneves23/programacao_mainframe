      ******************************************************************
      * ENCREL - Linha do relatorio da rodada mensal de encargos de
      * atraso (PROG116): uma linha por fatura vencida apurada, o
      * encargo lancado (multa, juros e total) e as linhas de resumo
      * da rodada.
      ******************************************************************
       01 ENC-REL-LINHA      PIC X(80).
