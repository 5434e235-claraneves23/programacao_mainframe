      ******************************************************************
      * CURPARM - Area de parametros do subprograma de curriculo
      * PROG166 (CALL 'PROG166' USING CURRICULO-PARAMETROS).
      * Recebe em CRP-DATA-REF a data de cadastro do aluno
      * (ALUNO-DATA-CAD, AAAAMMDD) e devolve o semestre de ingresso
      * correspondente no calendario academico, a versao do curriculo
      * vigente para esse ingresso e a lista de disciplinas da versao
      * na ordem de progressao, cada uma com a nota minima e os
      * codigos equivalentes da tabela CUREQV: CRP-EQUIV-NOVA e a
      * materia que substituiu a da lista, CRP-EQUIV-ANTIGA a que ela
      * substituiu. Data em branco, ou anterior a toda versao
      * cadastrada, fica com a versao mais antiga.
      * CRP-HORAS-ESTAGIO e a carga minima de estagio supervisionado
      * da versao (CU-HORAS-ESTAGIO); zero, versao sem estagio.
      * CRP-STATUS = '0' curriculo devolvido, '9' CURRIC nao
      * implantado ou vazio (CRP-QTD zerado).
      ******************************************************************
       01 CURRICULO-PARAMETROS.
          05 CRP-DATA-REF       PIC X(08).
          05 CRP-SEM-INGRESSO   PIC X(06).
          05 CRP-VERSAO         PIC X(04).
          05 CRP-STATUS         PIC X(01).
          05 CRP-QTD            PIC 9(02).
          05 CRP-DISCIPLINA     OCCURS 20 TIMES.
             10 CRP-MATERIA      PIC X(15).
             10 CRP-NOTA-MINIMA  PIC 9(02)V99.
             10 CRP-EQUIV-NOVA   PIC X(15).
             10 CRP-EQUIV-ANTIGA PIC X(15).
          05 CRP-HORAS-ESTAGIO  PIC 9(04).
