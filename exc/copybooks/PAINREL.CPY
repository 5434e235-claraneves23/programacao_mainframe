      ******************************************************************
      * PAINREL - Linha do painel mensal de indicadores (PROG158): os
      * numeros academicos, financeiros, da oficina e da operacao da
      * competencia, lado a lado com os do mes anterior e os do
      * mesmo mes do ano anterior, lidos do historico (PAINHIST).
      ******************************************************************
       01 PAINEL-REL-LINHA PIC X(80).
