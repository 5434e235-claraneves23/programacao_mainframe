      ******************************************************************
      * CONTHIST - Layout do historico de contagens de inventario
      * (CONTAGEM-HISTORICO), sequencial, acrescido pelo PROG100 a
      * cada contagem encerrada na postagem (sem diferenca, ou com o
      * ajuste aprovado): material, local, classe ABC vigente (branco
      * sem classificacao), saldo do sistema, contado, diferenca e o
      * seu valor ao custo medio, se o item estava no calendario de
      * contagem ciclica do dia e se houve ajuste. E a base do
      * relatorio de acuracia por classe do PROG185.
      ******************************************************************
       01 CONTAGEM-HISTORICO-RECORD.
          05 CH-DATA            PIC X(08).
          05 CH-CODIGO          PIC X(06).
          05 CH-LOCAL           PIC X(04).
          05 CH-CLASSE          PIC X(01).
          05 CH-SALDO           PIC S9(06)V99.
          05 CH-CONTADO         PIC S9(06)V99.
          05 CH-DIFERENCA       PIC S9(07)V99.
          05 CH-VALOR-DIF       PIC S9(09)V99.
          05 CH-CICLICA         PIC X(01).
             88 CH-CONTAGEM-CICLICA  VALUE 'S'.
          05 CH-AJUSTADO        PIC X(01).
             88 CH-COM-AJUSTE        VALUE 'S'.
          05 CH-OPERADOR        PIC X(08).
