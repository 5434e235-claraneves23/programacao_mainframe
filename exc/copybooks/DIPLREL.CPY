      ******************************************************************
      * DIPLREL - Linha do relatorio de controle da emissao de
      * diplomas do PROG134: diplomas e segundas vias emitidos,
      * alunos recusados com o motivo (saldo de fatura em aberto ou
      * recurso de nota em andamento) e o resumo da rodada.
      ******************************************************************
       01 DIPL-REL-LINHA     PIC X(80).
