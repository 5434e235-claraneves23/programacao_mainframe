      ******************************************************************
      * GUIADEP - Layout do registro sequencial das guias de deposito
      * (GUIA-DEPOSITO), gravado pelo PROG149 quando a tesouraria
      * leva ao banco o dinheiro e os cheques recebidos no balcao: o
      * numero impresso na guia, a data do caixa cujos pagamentos
      * manuais (PG-MANUAL) a guia deposita, a data do deposito, o
      * valor, o operador e a data do registro. A conciliacao do
      * PROG148 soma as guias por data do caixa contra os pagamentos
      * manuais e casa cada guia com o credito 'DEP' do extrato.
      ******************************************************************
       01 GUIA-DEPOSITO-RECORD.
          05 GD-NUMERO          PIC X(10).
          05 GD-DATA-CAIXA      PIC X(08).
          05 GD-DATA-DEPOSITO   PIC X(08).
          05 GD-VALOR           PIC 9(09)V99.
          05 GD-OPERADOR        PIC X(08).
          05 GD-DATA-REGISTRO   PIC X(08).
