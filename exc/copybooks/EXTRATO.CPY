      ******************************************************************
      * EXTRATO - Layout fixo do extrato diario da conta corrente de
      * cobranca enviado pelo banco (EXTRATO-BANCARIO), um registro
      * por lancamento, lido pela conciliacao bancaria do PROG148.
      * EB-HISTORICO 'COB' e o credito da cobranca liquidada, datado
      * pela data da liquidacao (a mesma RT-DATA-PGTO do retorno);
      * 'DEP' e o deposito feito no caixa da agencia, com o numero da
      * guia de deposito em EB-DOCUMENTO. Os demais historicos e os
      * debitos nao sao recebimentos de mensalidade.
      ******************************************************************
       01 EXTRATO-BANCARIO-RECORD.
          05 EB-DATA            PIC X(08).
          05 EB-TIPO            PIC X(01).
             88 EB-CREDITO           VALUE 'C'.
             88 EB-DEBITO            VALUE 'D'.
          05 EB-HISTORICO       PIC X(03).
             88 EB-COBRANCA          VALUE 'COB'.
             88 EB-DEPOSITO          VALUE 'DEP'.
          05 EB-DOCUMENTO       PIC X(10).
          05 EB-VALOR           PIC 9(09)V99.
