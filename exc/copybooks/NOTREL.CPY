      ******************************************************************
      * NOTREL - Linha do relatorio da postagem do retorno do gateway
      * de mensagens emitido pelo PROG132: retornos rejeitados, resumo
      * da postagem e a lista de contatos devolvidos ainda nao
      * corrigidos no ALUNODEM, para a secretaria atualizar.
      ******************************************************************
       01 NOTIF-REL-LINHA    PIC X(90).
