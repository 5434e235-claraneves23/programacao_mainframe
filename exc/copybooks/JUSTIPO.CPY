      ******************************************************************
      * JUSTIPO - Layout do mestre de tipos de justificativa de falta
      * (JUSTIFICATIVA-TIPO), chaveado pelo codigo do tipo: atestado
      * medico, licenca-gestante, servico militar, convocacao da
      * justica ou eleitoral, luto. JT-CONTA-PRESENCA diz se a falta
      * justificada pelo tipo conta como presenca na reprovacao por
      * falta do classificador (PROG04); as demais ficam so
      * justificadas, fora do abono. JT-PRAZO-DIAS e o prazo legal de
      * protocolo do pedido, em dias corridos contados do ultimo dia
      * da ausencia - pedido fora dele so vale com a aprovacao do
      * coordenador. Mantido pelo PROG168, que implanta os tipos
      * padrao na criacao do arquivo.
      ******************************************************************
       01 JUSTIFICATIVA-TIPO-RECORD.
          05 JT-CODIGO          PIC X(02).
          05 JT-DESCRICAO       PIC X(30).
          05 JT-CONTA-PRESENCA  PIC X(01).
             88 JT-ABONA-FALTA        VALUE 'S'.
          05 JT-PRAZO-DIAS      PIC 9(03).
          05 JT-STATUS          PIC X(01).
             88 JT-ATIVO              VALUE 'A'.
             88 JT-INATIVO            VALUE 'I'.
