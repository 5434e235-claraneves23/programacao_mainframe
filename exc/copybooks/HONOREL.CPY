      ******************************************************************
      * HONOREL - Linha do demonstrativo mensal de honorarios
      * docentes do PROG122: por instrutor, as secoes dadas no mes com
      * dias de aula e horas, o valor da hora-aula e o valor a pagar,
      * e ao final os totais de controle de horas e valor.
      ******************************************************************
       01 HONO-REL-LINHA     PIC X(80).
