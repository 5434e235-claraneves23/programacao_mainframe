      ******************************************************************
      * CAIXASES - Layout do mestre de sessoes de caixa do balcao
      * (CAIXA-SESSAO), chaveado pelo operador e pela data do caixa,
      * mantido pelo PROG174. A sessao e aberta com o fundo de troco
      * e, enquanto aberta, o PROG71 aceita os recebimentos do
      * operador, carimbando em cada pagamento a forma (dinheiro,
      * cartao ou cheque) e a data do caixa. No fechamento o operador
      * informa o contado por forma, o PROG174 soma os pagamentos
      * da sessao e grava aqui o lancado, o contado, a diferenca e o
      * supervisor (coordenador) que aprovou o fechamento. Sessao
      * deixada aberta bloqueia o operador no dia seguinte - no
      * PROG71 e na abertura de novo caixa - ate ser fechada.
      ******************************************************************
      * O dinheiro contado inclui o fundo de troco; a diferenca do
      * dinheiro e contra o fundo mais o lancado em dinheiro.
      * CX-DIFERENCA e a soma das tres diferencas (positiva = sobra,
      * negativa = falta).
      ******************************************************************
       01 CAIXA-SESSAO-RECORD.
          05 CX-CHAVE.
             10 CX-OPERADOR        PIC X(08).
             10 CX-DATA            PIC X(08).
          05 CX-STATUS             PIC X(01).
             88 CX-ABERTA               VALUE 'A'.
             88 CX-FECHADA              VALUE 'F'.
          05 CX-HORA-ABERTURA      PIC X(06).
          05 CX-FUNDO-TROCO        PIC 9(07)V99.
          05 CX-DATA-FECHAMENTO    PIC X(08).
          05 CX-HORA-FECHAMENTO    PIC X(06).
          05 CX-QTD-PAGTOS         PIC 9(05).
          05 CX-LANCADO-DINHEIRO   PIC 9(07)V99.
          05 CX-LANCADO-CARTAO     PIC 9(07)V99.
          05 CX-LANCADO-CHEQUE     PIC 9(07)V99.
          05 CX-CONTADO-DINHEIRO   PIC 9(07)V99.
          05 CX-CONTADO-CARTAO     PIC 9(07)V99.
          05 CX-CONTADO-CHEQUE     PIC 9(07)V99.
          05 CX-DIFERENCA          PIC S9(07)V99.
          05 CX-SUPERVISOR         PIC X(08).
