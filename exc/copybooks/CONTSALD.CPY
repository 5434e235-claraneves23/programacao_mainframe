      ******************************************************************
      * CONTSALD - Registro unico do saldo de estoque ja lancado na
      * contabilidade (CONTA-SALDO-ESTOQUE), regravado pelo PROG119 a
      * cada extrato liberado: SE-VALOR e o saldo apos o movimento de
      * SE-DATA e SE-VALOR-ANTES o saldo de abertura daquele dia (uma
      * reexecucao do mesmo dia parte dele, sem somar o dia duas
      * vezes). No fechamento do mes a diferenca entre a valorizacao
      * do estoque e SE-VALOR e lancada como ajuste; na implantacao
      * o arquivo esta vazio (alocado pelo job GDGBASE) e o primeiro
      * fechamento lanca o estoque inteiro.
      ******************************************************************
       01 CONTA-SALDO-RECORD.
          05 SE-DATA            PIC X(08).
          05 SE-VALOR-ANTES     PIC S9(11)V99.
          05 SE-VALOR           PIC S9(11)V99.
