      ******************************************************************
      * PROVPARM - Parametros do calendario de provas (PROG126): a
      * quantidade de turnos de prova por dia, o horario de inicio
      * (HHMM) de cada turno e o limite de provas de um mesmo aluno
      * no mesmo dia. Sem o arquivo valem tres turnos (0800, 1330 e
      * 1900) e no maximo duas provas por aluno por dia.
      ******************************************************************
       01 PROVA-PARM-RECORD.
          05 PV-TURNOS-DIA        PIC 9(01).
          05 PV-HORA-TURNO        PIC 9(04) OCCURS 4 TIMES.
          05 PV-LIMITE-DIA        PIC 9(01).
