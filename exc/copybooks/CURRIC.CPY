      * (CURRICULO), um registro por disciplina exigida para a
      * formatura, com a nota minima aceita. Lido pelo PROG54 na
      * auditoria de elegibilidade de formatura.
      * O curriculo e versionado por turma de ingresso: CU-VERSAO
      * identifica a versao e CU-VIGENCIA o semestre (AAAA-S) a
      * partir do qual ela vale para os ingressantes; os registros de
      * uma versao ficam na ordem de progressao do curso. Registros
      * anteriores ao versionamento carregam brancos nos dois campos
      * e formam a versao original, vigente desde sempre. A versao de
      * cada aluno e resolvida pelo PROG166 (CURPARM).
      * CU-HORAS-ESTAGIO e a carga minima de estagio supervisionado
      * exigida pela versao para a formatura - horas de relatorios
      * mensais aprovados pelo orientador (PROG180) - e, como a
      * vigencia, vale a do primeiro registro da versao. Zero, ou os
      * brancos dos registros anteriores ao campo, indica versao sem
      * estagio obrigatorio.
      ******************************************************************
       01 CURRICULO-RECORD.
          05 CU-MATERIA         PIC X(15).
          05 CU-NOTA-MINIMA     PIC 9(02)V99.
          05 CU-VERSAO          PIC X(04).
          05 CU-VIGENCIA        PIC X(06).
          05 CU-HORAS-ESTAGIO   PIC 9(04).
