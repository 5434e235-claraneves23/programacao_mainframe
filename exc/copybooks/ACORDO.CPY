      ******************************************************************
      * ACORDO - Layout do mestre de acordos de parcelamento
      * (ACORDO-MASTER), chaveado pelo numero sequencial alocado no
      * contador controlado (RECNUM, chave 'ACORDO'). Gravado pelo
      * PROG117 ao reunir as faturas vencidas de um aluno em parcelas
      * novas; o PROG118 (rodada diaria) quita o acordo quando todas
      * as parcelas estao pagas ou o rompe quando uma parcela passa de
      * trinta dias vencida, devolvendo o saldo restante as faturas
      * renegociadas.
      ******************************************************************
       01 ACORDO-RECORD.
          05 AO-NUMERO          PIC 9(08).
          05 AO-ALUNO-ID        PIC X(14).
          05 AO-DATA            PIC X(08).
          05 AO-VALOR-TOTAL     PIC 9(07)V99.
          05 AO-QTD-FATURAS     PIC 9(03).
          05 AO-QTD-PARCELAS    PIC 9(02).
          05 AO-STATUS          PIC X(01).
             88 AO-ATIVO             VALUE 'A'.
             88 AO-QUITADO           VALUE 'Q'.
             88 AO-ROMPIDO           VALUE 'R'.
          05 AO-DATA-STATUS     PIC X(08).
          05 AO-SALDO-RETORNADO PIC 9(07)V99.
          05 AO-OPERADOR        PIC X(08).
