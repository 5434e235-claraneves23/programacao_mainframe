      * excedente entra na fila de espera (TURWAIT), promovida em
      * ordem de chegada quando uma desmatricula abre vaga;
      * capacidade zerada (turmas antigas) vale como sem limite.
      * TU-SALA e o codigo da sala no mestre de salas (SALAMST,
      * mantido pelo PROG125), exigida pelo PROG26 sem choque de
      * horario com outra turma do mesmo semestre; turmas gravadas
      * antes do campo carregam brancos e ficam sem sala.
      ******************************************************************
       01 TURMA-RECORD.
          05 TU-CODIGO          PIC X(06).
          05 TU-INSTR-COD       PIC X(06).
          05 TU-SEMESTRE        PIC X(06).
          05 TU-CAPACIDADE      PIC 9(03).
          05 TU-SALA            PIC X(06).
      * TU-UNIDADE e a unidade (campus, mestre UNIDMST) onde a turma
      * e dada, informada na inclusao pelo PROG26; turmas anteriores
      * carregam brancos e valem como 'SEDE'.
          05 TU-UNIDADE         PIC X(04).
