      ******************************************************************
      * CUREQV - Layout da tabela de equivalencia de disciplinas entre
      * versoes do curriculo (CURRICULO-EQUIVALENCIA): um registro
      * por par de codigos do catalogo (DC-CODIGO), a materia antiga
      * e a nova que a substitui. Aprovacao em uma das duas cumpre o
      * requisito da outra; a materia antiga deixa de ser planejada
      * e a rematricula cai na nova quando a antiga nao tem turma.
      * Lida pelo PROG166.
      ******************************************************************
       01 CURRICULO-EQUIVALENCIA-RECORD.
          05 EQ-MATERIA-ANTIGA  PIC X(15).
          05 EQ-MATERIA-NOVA    PIC X(15).
