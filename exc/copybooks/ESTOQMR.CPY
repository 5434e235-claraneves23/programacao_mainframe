          05 EM-QTD-REPOR       PIC 9(06)V99.
          05 EM-CUSTO-UNIT      PIC 9(06)V99.
          05 EM-PERDA-PCT       PIC 9(02)V99.
      * EM-CHAPA-LARGURA e EM-CHAPA-ALTURA sao as medidas da chapa
      * padrao do material, na mesma unidade das pecas (mantidas pelo
      * PROG30). Material em chapa nao e baixado peca a peca pelo
      * PROG02: as pecas da ordem aguardam o plano de corte do
      * PROG176, que baixa chapas inteiras. EM-RETALHO-MIN e o menor
      * lado de uma sobra que ainda volta ao estoque como retalho
      * (zero: um decimo do menor lado da chapa). Registros
      * anteriores carregam brancos - material que nao e chapa.
          05 EM-CHAPA-LARGURA   PIC 9(03).
          05 EM-CHAPA-ALTURA    PIC 9(03).
          05 EM-RETALHO-MIN     PIC 9(03).
