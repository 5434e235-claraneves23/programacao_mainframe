      ******************************************************************
      * CONTAB - Layout fixo do extrato de lancamentos contabeis
      * (LANCAMENTO-CONTABIL) entregue a contabilidade, gravado pela
      * rodada noturna do PROG119 - um registro por partida (debito ou
      * credito) de cada evento de faturamento, pagamento, estoque e
      * valorizacao mensal, com conta e centro de custo do mapa de
      * contas (CONTAMAP), programa de origem e documento. CB-TIPO
      * distingue o cabecalho ('0', com a data do movimento em
      * CB-DATA), o detalhe ('1') e o trailer ('9', com a contagem de
      * detalhes em CB-DOCUMENTO e os totais de debito e credito). O
      * trailer so e gravado com o extrato balanceado: arquivo sem
      * trailer e extrato recusado e nao deve ser carregado.
      ******************************************************************
       01 LANCAMENTO-CONTABIL-RECORD.
          05 CB-TIPO            PIC X(01).
             88 CB-CABECALHO         VALUE '0'.
             88 CB-DETALHE           VALUE '1'.
             88 CB-TRAILER           VALUE '9'.
          05 CB-DATA            PIC X(08).
          05 CB-CONTA           PIC X(10).
          05 CB-CENTRO-CUSTO    PIC X(06).
          05 CB-DEBITO          PIC 9(11)V99.
          05 CB-CREDITO         PIC 9(11)V99.
          05 CB-PROGRAMA        PIC X(08).
          05 CB-DOCUMENTO       PIC X(10).
