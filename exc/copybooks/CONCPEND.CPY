      ******************************************************************
      * CONCPEND - Layout das pendencias da conciliacao bancaria
      * (CONCILIACAO-PENDENTE), regravadas pelo PROG148 a cada dia
      * numa nova geracao e relidas no dia seguinte, ate casarem:
      *   'B' - data de liquidacao da cobranca com os pagamentos
      *         PG-BANCO (CN-VALOR-SIST) diferentes dos creditos 'COB'
      *         do extrato (CN-VALOR-CONTRA);
      *   'M' - data do caixa com os pagamentos PG-MANUAL diferentes
      *         das guias de deposito registradas;
      *   'G' - guia de deposito sem o credito 'DEP' no extrato;
      *   'D' - credito 'DEP' do extrato sem guia registrada.
      * CN-DATA-ABERTURA e a data da conciliacao em que a pendencia
      * apareceu, para a idade do item no relatorio.
      ******************************************************************
       01 CONCILIACAO-PENDENTE-RECORD.
          05 CN-TIPO            PIC X(01).
             88 CN-COBRANCA          VALUE 'B'.
             88 CN-MANUAL            VALUE 'M'.
             88 CN-GUIA              VALUE 'G'.
             88 CN-DEPOSITO          VALUE 'D'.
          05 CN-DATA            PIC X(08).
          05 CN-DOCUMENTO       PIC X(10).
          05 CN-VALOR-SIST      PIC 9(09)V99.
          05 CN-VALOR-CONTRA    PIC 9(09)V99.
          05 CN-DATA-ABERTURA   PIC X(08).
