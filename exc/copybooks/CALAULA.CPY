      ******************************************************************
      * CALAULA - Layout do calendario de aulas previstas
      * (CALENDARIO-AULA), chaveado por turma + data: um registro por
      * aula que a turma deve dar no semestre. Gerado pelo PROG127 a
      * partir do dia da semana do horario da turma (TU-DIA-SEMANA),
      * dentro das datas do semestre no CALACAD e fora dos feriados e
      * do recesso do OPSCAL. O PROG19 so aceita chamada de turma em
      * data prevista aqui e marca a aula como chamada feita; o
      * PROG128 lista toda semana as aulas ja passadas sem chamada, e
      * o percentual de frequencia (PROG04, PROG91) passa a ser medido
      * contra as aulas previstas ate a data, contadas pelo PROG129.
      ******************************************************************
       01 CALENDARIO-AULA-RECORD.
          05 CL-CHAVE.
             10 CL-TURMA        PIC X(06).
             10 CL-DATA         PIC X(08).
          05 CL-SEMESTRE        PIC X(06).
          05 CL-MATERIA         PIC X(15).
          05 CL-HORA-INICIO     PIC 9(04).
          05 CL-HORA-FIM        PIC 9(04).
          05 CL-CHAMADA         PIC X(01).
             88 CL-CHAMADA-FEITA     VALUE 'S'.
             88 CL-SEM-CHAMADA       VALUE 'N'.
          05 CL-DATA-CHAMADA    PIC X(08).
