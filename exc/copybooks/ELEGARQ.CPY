      ******************************************************************
      * ELEGARQ - Layout do arquivo de alunos aptos a formatura
      * (ELEGIVEL), gravado pela auditoria de elegibilidade do PROG54
      * com um registro por aluno ativo que cumpre todos os
      * requisitos do curriculo. E a entrada da emissao de diplomas
      * do PROG134.
      ******************************************************************
       01 ELEGIVEL-RECORD.
          05 FE-ALUNO-ID        PIC X(14).
          05 FE-NOME            PIC X(30).
          05 FE-DATA-AUDITORIA  PIC X(08).
