      ******************************************************************
      * CLASSABC - Layout da classificacao ABC dos materiais
      * (CLASSE-ABC), chaveada pelo codigo do material (o mesmo do
      * ESTOQUE-MATERIAL). Regravada a cada trimestre pelo PROG184:
      * o consumo dos ultimos doze meses (movimentos de consumo, de
      * liberacao de reserva e de kit do MOVIMENTO-ESTOQUE, liquidos
      * das devolucoes) valorizado ao custo medio corrente
      * EM-CUSTO-UNIT, e a classe pelo valor acumulado na ordem
      * decrescente - A ate 80%, B ate 95%, C o resto e o material
      * sem consumo. AB-CLASSE-ANTERIOR guarda a classe da rodada
      * anterior (branco na primeira) e AB-DATA-CONTAGEM a data da
      * ultima contagem completa postada pelo PROG100 (todos os
      * locais com saldo aberto contados), que escolhe os itens C da
      * vez no calendario de contagem ciclica.
      ******************************************************************
       01 CLASSE-ABC-RECORD.
          05 AB-CODIGO          PIC X(06).
          05 AB-CLASSE          PIC X(01).
             88 AB-CLASSE-A          VALUE 'A'.
             88 AB-CLASSE-B          VALUE 'B'.
             88 AB-CLASSE-C          VALUE 'C'.
          05 AB-CLASSE-ANTERIOR PIC X(01).
          05 AB-QTD-CONSUMO     PIC 9(07)V99.
          05 AB-VALOR-ANUAL     PIC 9(09)V99.
          05 AB-PCT-ACUMULADO   PIC 9(03)V99.
          05 AB-DATA-CLASSE     PIC X(08).
          05 AB-DATA-CONTAGEM   PIC X(08).
