      * DUPREL - Linha do relatorio de auditoria de alunos duplicados
      * gerado pelo PROG22, com os registros de mesmo nome do
      * ALUNO-MASTER listados lado a lado para conferencia antes de
      * uma fusao supervisionada, cada um com o CPF do cadastro, e os
      * grupos de matriculas diferentes com o mesmo CPF.
      ******************************************************************
       01 DUP-REL-LINHA      PIC X(80).
