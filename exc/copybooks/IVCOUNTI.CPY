      ******************************************************************
      * IVCOUNTI - Layout ANTIGO do arquivo de contagem de inventario,
      * chaveado so pelo codigo do material, de antes das contagens
      * por local. Usado apenas pela implantacao do PROG138, que le o
      * arquivo antigo (renomeado para IVCOUNTI) e regrava cada
      * contagem no layout vigente do IVCOUNT, no almoxarifado
      * central.
      ******************************************************************
       01 CONTAGEM-ANTIGA-RECORD.
          05 IC-CODIGO          PIC X(06).
          05 IC-QTD-CONTADA     PIC S9(06)V99.
          05 IC-OPERADOR        PIC X(08).
          05 IC-DATA            PIC X(08).
          05 IC-STATUS          PIC X(01).
