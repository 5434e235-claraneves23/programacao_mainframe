      ******************************************************************
      * DOCTIPO - Layout do mestre de tipos de documento da matricula
      * (DOCUMENTO-TIPO), chaveado pelo codigo do tipo. Diz quais
      * documentos a secretaria exige e de que perfil de aluno:
      * DT-PERFIL 'T' todo aluno, 'M' so o menor de 18 anos (como a
      * identidade do responsavel), 'A' so o maior. DT-PRAZO-DIAS e
      * o prazo de entrega contado da admissao. Tipo nao exigido
      * entra no checklist do aluno mas nao bloqueia a matricula em
      * turma. Mantido pelo PROG161, que implanta os tipos padrao na
      * criacao do arquivo.
      ******************************************************************
       01 DOCUMENTO-TIPO-RECORD.
          05 DT-CODIGO          PIC X(04).
          05 DT-DESCRICAO       PIC X(30).
          05 DT-PERFIL          PIC X(01).
             88 DT-PERFIL-TODOS       VALUE 'T'.
             88 DT-PERFIL-MENOR       VALUE 'M'.
             88 DT-PERFIL-MAIOR       VALUE 'A'.
          05 DT-EXIGIDO         PIC X(01).
             88 DT-DOC-EXIGIDO        VALUE 'S'.
          05 DT-PRAZO-DIAS      PIC 9(03).
          05 DT-STATUS          PIC X(01).
             88 DT-ATIVO              VALUE 'A'.
             88 DT-INATIVO            VALUE 'I'.
