      ******************************************************************
      * ESTAGIO - Layout do registro de estagio supervisionado do
      * aluno (ESTAGIO), chaveado pela matricula e por um sequencial
      * do aluno (ES-CHAVE), gravado pelo PROG179: a empresa
      * concedente (EMPESTAG), o supervisor na empresa, o orientador
      * academico (codigo do instrutor no INSTRMST), o periodo e a
      * carga horaria do termo de compromisso. ES-HORAS-APROVADAS
      * acumula as horas dos relatorios mensais (HORESTAG) aprovados
      * pelo orientador no PROG180; a auditoria de formatura (PROG54)
      * soma as horas aprovadas de todos os estagios do aluno contra
      * a carga minima do curriculo (CU-HORAS-ESTAGIO).
      ******************************************************************
       01 ESTAGIO-RECORD.
          05 ES-CHAVE.
             10 ES-ALUNO-ID     PIC X(14).
             10 ES-SEQUENCIA    PIC 9(02).
          05 ES-EMPRESA         PIC X(06).
          05 ES-SUPERVISOR      PIC X(30).
          05 ES-ORIENTADOR      PIC X(06).
          05 ES-DATA-INICIO     PIC X(08).
          05 ES-DATA-FIM        PIC X(08).
          05 ES-HORAS-EXIGIDAS  PIC 9(04).
          05 ES-HORAS-APROVADAS PIC 9(04)V9.
          05 ES-SITUACAO        PIC X(01).
             88 ES-EM-ANDAMENTO      VALUE 'A'.
             88 ES-CONCLUIDO         VALUE 'C'.
             88 ES-CANCELADO         VALUE 'X'.
          05 ES-DATA-REGISTRO   PIC X(08).
          05 ES-USUARIO         PIC X(08).
