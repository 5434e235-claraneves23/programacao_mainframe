      ******************************************************************
      * TAXAMO - Layout da tabela de atividades de mao de obra
      * (TAXA-ATIVIDADE), chaveada pelo codigo da atividade e mantida
      * pelo PROG177: a descricao e o valor da hora trabalhada na
      * atividade. O apontamento de horas (APONTMO) guarda o valor da
      * hora vigente no lancamento, de modo que o reajuste da tabela
      * vale dali em diante e nao recusteia horas ja apontadas; o
      * modo de orcamento do PROG02 precifica as horas estimadas pela
      * taxa vigente. Atividade inativa nao recebe apontamento novo.
      ******************************************************************
       01 TAXA-ATIVIDADE-RECORD.
          05 TX-CODIGO          PIC X(04).
          05 TX-DESCRICAO       PIC X(30).
          05 TX-VALOR-HORA      PIC 9(05)V99.
          05 TX-SITUACAO        PIC X(01).
             88 TX-ATIVA             VALUE 'A'.
             88 TX-INATIVA           VALUE 'I'.
          05 TX-DATA-ALTERACAO  PIC X(08).
