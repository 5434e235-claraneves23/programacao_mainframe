      ******************************************************************
      * JANHIST - Layout do historico da janela batch (JANELA-HIST),
      * chaveado pela noite (data de inicio da cadeia noturna) e pelo
      * programa, mantido pelo PROG143 com as ultimas trinta noites:
      * um registro por passo da cadeia NIGHTEOD, casando o evento de
      * inicio com o de fim do RUN-CONTROL, e um registro de totais da
      * cadeia (programa '*CADEIA*'), do primeiro inicio ao ultimo
      * fim. Passo que comecou e nao terminou fica INCOMPLETO e nao
      * entra nas medias.
      ******************************************************************
       01 JANELA-HIST-RECORD.
          05 JH-CHAVE.
             10 JH-NOITE        PIC X(08).
             10 JH-PROGRAMA     PIC X(08).
          05 JH-DATA-INICIO     PIC X(08).
          05 JH-HORA-INICIO     PIC X(06).
          05 JH-DATA-FIM        PIC X(08).
          05 JH-HORA-FIM        PIC X(06).
          05 JH-SEGUNDOS        PIC 9(07).
          05 JH-LIDOS           PIC 9(08).
          05 JH-STATUS          PIC 9(02).
          05 JH-SITUACAO        PIC X(01).
             88 JH-COMPLETO          VALUE 'C'.
             88 JH-INCOMPLETO        VALUE 'N'.
