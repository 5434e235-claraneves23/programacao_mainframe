      ******************************************************************
      * RISCREL - Linha do relatorio semanal de alunos em risco
      * emitido pelo PROG133: por turma do semestre, os alunos ativos
      * com pontuacao de risco, do maior para o menor, com a faixa
      * (ALTO/MEDIO/BAIXO) e os motivos que pontuaram, e o resumo por
      * faixa no fim. E a lista de ligacoes da coordenacao.
      ******************************************************************
       01 RISCO-REL-LINHA         PIC X(80).
