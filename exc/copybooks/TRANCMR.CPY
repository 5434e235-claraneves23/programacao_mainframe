          05 TN-QTD-TURMAS      PIC 9(02).
          05 TN-TURMAS.
             10 TN-TURMA        PIC X(06) OCCURS 10 TIMES.
      * TN-AVALIADA guarda, turma a turma, o MT-AVALIADA do vinculo
      * derrubado: a reintegracao o devolve como estava, e o aluno
      * que ja respondeu a avaliacao nao responde de novo. Registros
      * anteriores trazem branco, que volta como 'N'.
          05 TN-AVALIACOES.
             10 TN-AVALIADA     PIC X(01) OCCURS 10 TIMES.
