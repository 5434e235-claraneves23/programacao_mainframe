      ******************************************************************
      * LOTEMRI - Layout ANTIGO do arquivo de saldos por lote, chaveado
      * so por material + lote, de antes dos locais de estoque. Usado
      * apenas pela implantacao do PROG138, que le o arquivo antigo
      * (renomeado para ESTOQLTI) e regrava cada lote no layout
      * vigente do LOTEMR, no almoxarifado central - o local entra no
      * meio da chave e desloca os campos seguintes.
      ******************************************************************
       01 ESTOQUE-LOTE-ANTIGO-RECORD.
          05 LI-CHAVE.
             10 LI-CODIGO       PIC X(06).
             10 LI-LOTE         PIC X(10).
          05 LI-VALIDADE        PIC X(08).
          05 LI-SALDO           PIC S9(06)V99.
