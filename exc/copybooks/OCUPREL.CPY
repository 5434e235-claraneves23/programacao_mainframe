      ******************************************************************
      * OCUPREL - Linha da grade de ocupacao de salas gerada pelo
      * PROG125 (por semestre: para cada dia da semana, uma linha por
      * sala e uma coluna por faixa de uma hora, das 07 as 22).
      ******************************************************************
       01 OCUP-REL-LINHA     PIC X(80).
