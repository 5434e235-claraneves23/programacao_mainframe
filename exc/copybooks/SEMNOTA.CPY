      ******************************************************************
      * SEMNOTA - Linha do relatorio noturno de notas nao lancadas
      * emitido pelo PROG136 nas tres ultimas semanas do semestre:
      * por instrutor (o de mais lacunas primeiro) e por turma, os
      * alunos vinculados sem nota no SITMST nem nas transacoes
      * pendentes do NOTAS-TRANS, com o percentual de conclusao de
      * cada turma e os dias que faltam para o fim do semestre.
      ******************************************************************
       01 SEM-NOTA-REL-LINHA      PIC X(80).
