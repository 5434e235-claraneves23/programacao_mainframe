          05 OR-STATUS          PIC X(01).
             88 OR-ABERTO            VALUE 'A'.
             88 OR-CONVERTIDO        VALUE 'C'.
      * Mao de obra estimada no orcamento: a atividade, as horas e o
      * custo pelo valor da hora da tabela (TAXAMO) na emissao, ja
      * incluido em OR-VALOR com a margem. Orcamento anterior a mao de
      * obra, ou sem horas, carrega brancos/zeros.
          05 OR-ATIVIDADE       PIC X(04).
          05 OR-HORAS           PIC 9(03)V99.
          05 OR-CUSTO-MO        PIC 9(07)V99.
