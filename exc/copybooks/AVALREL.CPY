      ******************************************************************
      * AVALREL - Linha do relatorio de resultados da avaliacao de
      * curso do PROG124: por instrutor e por materia, a taxa de
      * resposta e a media de cada questao comparada com a media do
      * departamento no semestre.
      ******************************************************************
       01 AVAL-REL-LINHA     PIC X(80).
