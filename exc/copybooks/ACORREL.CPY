      ******************************************************************
      * ACORREL - Linha do relatorio do acompanhamento diario dos
      * acordos de parcelamento (PROG118): acordos quitados, acordos
      * rompidos com a parcela vencida e o saldo devolvido as faturas
      * renegociadas, e as linhas de resumo da rodada.
      ******************************************************************
       01 ACORDO-REL-LINHA   PIC X(80).
