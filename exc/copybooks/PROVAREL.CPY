      ******************************************************************
      * PROVAREL - Linha do calendario de provas do semestre emitido
      * pelo PROG126: as provas por data e turno dentro da janela de
      * exames do CALACAD e, ao final, as turmas que nao couberam em
      * nenhum turno sem choque para algum aluno.
      ******************************************************************
       01 PROVA-REL-LINHA         PIC X(80).
