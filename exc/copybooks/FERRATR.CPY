      ******************************************************************
      * FERRATR - Linha do relatorio de ferramentas em atraso emitido
      * pelo PROG141: cada retirada ainda aberta com a data prevista
      * de devolucao vencida, com a ferramenta, o operador que a
      * retirou, a ordem de servico e os dias de atraso.
      ******************************************************************
       01 FERR-ATRASO-REL-LINHA   PIC X(80).
