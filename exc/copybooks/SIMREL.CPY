      ******************************************************************
      * SIMREL - Linha do relatorio de simulacao de faixas de
      * aprovacao (PROG165): faixas oficiais e propostas, a lista dos
      * alunos cujo resultado mudaria e as matrizes de situacao antes
      * (faixa oficial) e depois (faixa proposta), no total, por
      * materia e por turma.
      ******************************************************************
       01 SIM-REL-LINHA      PIC X(80).
