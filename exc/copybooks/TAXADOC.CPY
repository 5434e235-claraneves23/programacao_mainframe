      ******************************************************************
      * TAXADOC - Layout da tabela de taxas de documentos
      * (TAXA-DOCUMENTO), chaveada pelo tipo de documento do registro
      * de emissoes (os mesmos codigos de ER-TIPO: 'F' ficha do
      * PROG18, 'B' segunda via de boletim do PROG45, 'D' segunda via
      * de diploma do PROG134). Mantida pelo PROG182 e lida pelo
      * PROG183 a cada emissao de balcao ou de lote: tipo
      * sem taxa cadastrada, ou com valor zero, sai gratuito como
      * sempre saiu.
      ******************************************************************
       01 TAXA-DOCUMENTO-RECORD.
          05 TX-TIPO            PIC X(01).
          05 TX-DESCRICAO       PIC X(30).
          05 TX-VALOR           PIC 9(05)V99.
          05 TX-DATA-ALTERACAO  PIC X(08).
          05 TX-USUARIO         PIC X(08).
