      ******************************************************************
      * CICLOCNT - Layout do calendario de contagem ciclica
      * (CICLO-CONTAGEM), chaveado por data + material. Gerado a cada
      * trimestre pelo PROG184 a partir da classificacao ABC (CLASSABC):
      * itens A uma vez por mes, B uma vez no trimestre e C uma vez
      * por ano (a quarta parte deles por trimestre), espalhados por
      * igual nos dias uteis do calendario de operacao (OPSCAL, fora
      * sabados e domingos). A folha de contagem do PROG100 sai so
      * com os itens do dia. O item e do material, nao do local: a
      * folha de cada local o traz ate o fim do dia, e so a postagem
      * que completa a contagem do dia em todos os locais com saldo
      * aberto (SALDLOC) marca o item como contado. Rodar de novo o
      * PROG184 refaz os itens ainda pendentes a partir da data de
      * referencia.
      ******************************************************************
       01 CICLO-CONTAGEM-RECORD.
          05 CC-CHAVE.
             10 CC-DATA         PIC X(08).
             10 CC-CODIGO       PIC X(06).
          05 CC-CLASSE          PIC X(01).
          05 CC-SITUACAO        PIC X(01).
             88 CC-PENDENTE          VALUE 'P'.
             88 CC-CONTADO           VALUE 'C'.
          05 CC-DATA-CONTAGEM   PIC X(08).
