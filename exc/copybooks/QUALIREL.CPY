      ******************************************************************
      * QUALIREL - Linha da lista de trabalho da conferencia mensal
      * dos dados demograficos (PROG155): uma secao por tipo de
      * defeito, com o aluno, o valor recusado e o total da secao, e
      * o resumo de contagens por tipo ao final.
      ******************************************************************
       01 QUALIDADE-REL-LINHA PIC X(80).
