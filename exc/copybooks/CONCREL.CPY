      ******************************************************************
      * CONCREL - Linha do relatorio diario da conciliacao bancaria
      * dos recebimentos de mensalidade emitido pelo PROG148:
      * cobranca por data de liquidacao, pagamentos manuais por data
      * do caixa, guias sem credito, depositos sem guia e o resumo
      * dos itens conciliados e em aberto.
      ******************************************************************
       01 CONC-REL-LINHA     PIC X(80).
