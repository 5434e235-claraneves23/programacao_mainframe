      * RESTREL - Linha da folha de instrucao de reinicio da cadeia
      * noturna gerada pelo PROG84: o estado e os contadores de cada
      * passo no RUN-CONTROL e o ponto exato de retomada para o
      * operador. Serve tambem a cadeia do fechamento mensal (FECHMES),
      * com o passo do job onde reiniciar.
      ******************************************************************
       01 REST-REL-LINHA     PIC X(80).
