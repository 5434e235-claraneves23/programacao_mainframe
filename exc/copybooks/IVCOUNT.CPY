      * operador da contagem carimbado) - o que a auditoria de fim de
      * ano pede ha dois anos.
      ******************************************************************
      * A contagem e por local de estoque: a chave passou a ser
      * material + local (IV-LOCAL), a folha sai por local e a
      * variacao confronta o contado com o saldo do local (SALDLOC).
      * As contagens anteriores foram regravadas no almoxarifado
      * central pela implantacao do PROG138.
       01 INVENTARIO-CONTAGEM-RECORD.
          05 IV-CHAVE.
             10 IV-CODIGO       PIC X(06).
             10 IV-LOCAL        PIC X(04).
          05 IV-QTD-CONTADA     PIC S9(06)V99.
          05 IV-OPERADOR        PIC X(08).
          05 IV-DATA            PIC X(08).
