      ******************************************************************
      * PROVALU - Linha do calendario individual de provas emitido
      * pelo PROG126: para cada aluno com vinculo em turma do
      * semestre, as suas provas em ordem de data e turno.
      ******************************************************************
       01 PROVA-ALU-LINHA         PIC X(80).
