      ******************************************************************
      * CONSREL - Linha do relatorio de consistencia de avaliacao
      * entre instrutores (PROG167): por materia do semestre, uma
      * linha por turma (instrutor) com media, desvio padrao, taxas
      * de aprovacao, recuperacao e reprovacao e frequencia media,
      * marcando a turma fora do padrao das demais da materia; ao
      * final, o historico de cada instrutor nos ultimos quatro
      * semestres.
      ******************************************************************
       01 CONS-REL-LINHA     PIC X(80).
