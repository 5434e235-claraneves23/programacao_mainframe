      ******************************************************************
      * FERRAMR - Layout do cadastro de ferramentas e equipamentos da
      * oficina (FERRAMENTA), chaveado pelo numero de patrimonio da
      * plaqueta: cortadores, medidores e ferramentas eletricas que
      * sao emprestados aos operadores e voltam. Mantido pelo
      * PROG140, que tambem registra a retirada e a devolucao
      * (FERRMOV): FE-SITUACAO diz se a ferramenta esta no local ou
      * emprestada, e FE-RETIRADA aponta a retirada em aberto.
      * FE-LOCAL e o local de estoque (LOCESTQ) onde ela e guardada.
      * Ferramenta em reparo ou baixada nao sai.
      ******************************************************************
       01 FERRAMENTA-RECORD.
          05 FE-PATRIMONIO      PIC X(08).
          05 FE-DESCRICAO       PIC X(30).
          05 FE-LOCAL           PIC X(04).
          05 FE-CONDICAO        PIC X(01).
             88 FE-BOA               VALUE 'B'.
             88 FE-EM-REPARO         VALUE 'R'.
             88 FE-BAIXADA           VALUE 'X'.
          05 FE-SITUACAO        PIC X(01).
             88 FE-DISPONIVEL        VALUE 'D'.
             88 FE-EMPRESTADA        VALUE 'E'.
          05 FE-RETIRADA        PIC 9(08).
          05 FE-DATA-CADASTRO   PIC X(08).
