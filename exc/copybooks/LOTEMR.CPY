      * invisivel de novo. O EM-SALDO do mestre segue sendo o total;
      * os lotes abrem esse total por validade.
      ******************************************************************
      * LT-LOCAL (no meio da chave) e o local de estoque onde o lote
      * esta guardado: um mesmo lote transferido em parte para um
      * paiol de oficina (PROG32) fica com um registro por local, e o
      * consumo do PROG02 escolhe o lote so entre os do local da
      * ordem. O acervo anterior foi regravado no almoxarifado central
      * ('CENT') pela implantacao do PROG138.
       01 ESTOQUE-LOTE-RECORD.
          05 LT-CHAVE.
             10 LT-CODIGO       PIC X(06).
             10 LT-LOCAL        PIC X(04).
             10 LT-LOTE         PIC X(10).
          05 LT-VALIDADE        PIC X(08).
          05 LT-SALDO           PIC S9(06)V99.
