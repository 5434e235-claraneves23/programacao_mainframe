      ******************************************************************
      * PAINHIST - Layout do historico do painel mensal de indicadores
      * (PAINEL-HISTORICO), chaveado pela competencia AAAAMM. Gravado
      * pelo PROG158 a cada rodada - a rodada de novo da mesma
      * competencia regrava o registro - com os numeros brutos
      * apurados no mes (contagens e valores; as taxas do painel sao
      * derivadas deles na impressao), para que a comparacao com o
      * mes anterior e com o mesmo mes do ano anterior saia do
      * historico, sem reprocessar os arquivos daqueles meses.
      * Alunos ativos, valor do estoque e ordens abertas sao posicao
      * do dia da apuracao; aprovacao, recuperacao, reprovacao e
      * frequencia sao do semestre da competencia (PH-SEMESTRE); o
      * demais e movimento do mes. A inadimplencia e o saldo ainda
      * em aberto das faturas vencidas no mes sobre o valor delas; o
      * sucesso da cadeia batch e a rodada terminada com RC ate 4
      * sobre as rodadas iniciadas no RUN-CONTROL.
      ******************************************************************
       01 PAINEL-HISTORICO-RECORD.
          05 PH-COMPETENCIA     PIC X(06).
          05 PH-DATA-APURACAO   PIC X(08).
          05 PH-INDICADORES.
             10 PH-SEMESTRE        PIC X(06).
             10 PH-ALUNOS-ATIVOS   PIC 9(07).
             10 PH-ADMISSOES       PIC 9(07).
             10 PH-TRANCAMENTOS    PIC 9(07).
             10 PH-SIT-TOTAL       PIC 9(07).
             10 PH-APROVADOS       PIC 9(07).
             10 PH-RECUPERACAO     PIC 9(07).
             10 PH-REPROVADOS      PIC 9(07).
             10 PH-CHAMADAS        PIC 9(09).
             10 PH-PRESENCAS       PIC 9(09).
             10 PH-FATURADO        PIC 9(11)V99.
             10 PH-RECEBIDO        PIC 9(11)V99.
             10 PH-VENCIDO         PIC 9(11)V99.
             10 PH-VENCIDO-ABERTO  PIC 9(11)V99.
             10 PH-VALOR-ESTOQUE   PIC S9(13)V99.
             10 PH-ORDENS-ABERTAS  PIC 9(05).
             10 PH-CUSTO-ORDENS    PIC 9(11)V99.
             10 PH-RODADAS         PIC 9(05).
             10 PH-RODADAS-OK      PIC 9(05).
