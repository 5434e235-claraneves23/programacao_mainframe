      * turmas, para que o mesmo professor deixe de aparecer grafado
      * de tres jeitos no texto livre de TU-INSTRUTOR - a mesma
      * limpeza que o catalogo de disciplinas (DISCCAT) fez para as
      * materias. IN-VALOR-HORA e o valor da hora-aula do instrutor,
      * usado pela folha mensal de honorarios (PROG122); registros
      * gravados antes do campo carregam brancos e ficam fora da
      * folha ate o valor ser informado no PROG76.
      ******************************************************************
       01 INSTRUTOR-RECORD.
          05 IN-CODIGO          PIC X(06).
          05 IN-ATIVO           PIC X(01).
             88 IN-INSTR-ATIVO       VALUE 'A'.
             88 IN-INSTR-INATIVO     VALUE 'I'.
          05 IN-VALOR-HORA      PIC 9(05)V99.
