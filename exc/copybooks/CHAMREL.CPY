      ******************************************************************
      * CHAMREL - Linha do relatorio semanal de aulas sem chamada
      * emitido pelo PROG128: por turma do semestre, as aulas do
      * calendario (CALAULA) ja passadas sem chamada registrada, com
      * marca nas da ultima semana.
      ******************************************************************
       01 CHAM-REL-LINHA          PIC X(80).
