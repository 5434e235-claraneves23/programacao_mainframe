      ******************************************************************
      * RENTREL - Linha do relatorio de rentabilidade das turmas do
      * semestre (PROG157): por turma, agrupada por materia, o
      * faturado e o recebido rateados das mensalidades, o custo
      * docente das aulas previstas, o material de laboratorio, a
      * margem e a ocupacao; subtotais por materia e por instrutor e
      * o total geral ao final.
      ******************************************************************
       01 RENTABILIDADE-REL-LINHA PIC X(80).
