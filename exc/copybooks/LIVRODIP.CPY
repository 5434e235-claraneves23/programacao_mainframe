      ******************************************************************
      * LIVRODIP - Linha da pagina do livro oficial de registro de
      * diplomas impressa pelo PROG134: os registros da rodada por
      * livro e folha, e as averbacoes de segunda via sob o registro
      * original.
      ******************************************************************
       01 LIVRO-DIP-LINHA    PIC X(80).
