             88 ALUNO-INATIVO         VALUE 'I'.
          05 ALUNO-DATA-CAD     PIC X(08).
          05 ALUNO-HORA-CAD     PIC X(06).
      * ALUNO-UNIDADE e a unidade (campus, mestre UNIDMST) em que o
      * aluno estuda: a matricula em turma (PROG26) exige turma da
      * mesma unidade, salvo liberacao de coordenador. Registros
      * anteriores carregam brancos e valem como 'SEDE'.
          05 ALUNO-UNIDADE      PIC X(04).
