      ******************************************************************
      * AULAPARM - Area de parametros do subprograma PROG129 (CALL
      * 'PROG129' USING AULAS-PARAMETROS): recebe o aluno, a materia,
      * o semestre e a data de referencia e devolve em QA-PREVISTAS
      * quantas aulas as turmas do aluno naquela materia e semestre
      * tinham previstas no calendario de aulas (CALAULA) ate a data.
      * QA-CALENDARIO = 'S' indica que ha calendario gerado para a
      * turma; 'N' (turma sem horario estruturado, calendario nao
      * implantado ou aluno sem vinculo) deixa o percentual medido so
      * pelas chamadas registradas, como antes.
      ******************************************************************
       01 AULAS-PARAMETROS.
          05 QA-ALUNO-ID        PIC X(14).
          05 QA-MATERIA         PIC X(15).
          05 QA-SEMESTRE        PIC X(06).
          05 QA-DATA-REF        PIC X(08).
          05 QA-PREVISTAS       PIC 9(05).
          05 QA-CALENDARIO      PIC X(01).
