      ******************************************************************
      * DOCPREL - Linha do relatorio semanal de documentos pendentes
      * da matricula (PROG163): por unidade, cada aluno ativo com
      * documento exigido pendente e os documentos com a data limite,
      * marcando os vencidos (que ja bloqueiam a matricula em turma);
      * subtotal por unidade e total consolidado. O bloco de cada
      * unidade vai para a secretaria dela pela distribuicao PROG153.
      ******************************************************************
       01 DOC-PENDENTE-REL-LINHA PIC X(80).
