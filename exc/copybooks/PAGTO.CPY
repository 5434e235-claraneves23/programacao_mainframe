      * data/hora, para que cada baixa de saldo possa ser amarrada a
      * quem a aplicou.
      ******************************************************************
      * PG-DATA-POSTAGEM e a data em que o recebimento foi aplicado
      * no sistema (PG-DATA traz a data do pagamento, que no retorno
      * bancario e a informada pelo banco); e por ela que o extrato
      * contabil do PROG119 seleciona os pagamentos do dia. Registros
      * anteriores carregam o campo em branco e valem por PG-DATA.
      * PG-FORMA e PG-DATA-CAIXA amarram o recebimento do balcao
      * (PG-MANUAL) a sessao de caixa do operador (CAIXASES, PROG174):
      * a forma recebida e a data da sessao aberta em que o PROG71 o
      * lancou. No retorno bancario e nos registros anteriores os
      * dois campos ficam em branco.
       01 PAGAMENTO-RECORD.
          05 PG-FATURA          PIC 9(08).
          05 PG-ALUNO-ID        PIC X(14).
          05 PG-ORIGEM          PIC X(01).
             88 PG-MANUAL            VALUE 'M'.
             88 PG-BANCO             VALUE 'B'.
          05 PG-DATA-POSTAGEM   PIC X(08).
          05 PG-FORMA           PIC X(01).
             88 PG-DINHEIRO          VALUE 'D'.
             88 PG-CARTAO            VALUE 'C'.
             88 PG-CHEQUE            VALUE 'Q'.
          05 PG-DATA-CAIXA      PIC X(08).
