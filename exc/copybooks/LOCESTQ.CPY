      ******************************************************************
      * LOCESTQ - Layout do cadastro de locais de estoque
      * (LOCAL-ESTOQUE), chaveado pelo codigo do local: o
      * almoxarifado central (codigo 'CENT', criado pela implantacao
      * do PROG138) e os paioes das oficinas. Mantido pelo PROG30;
      * o PROG62 amarra cada ordem de servico a um local ativo, e as
      * entradas, transferencias e contagens conferem o local aqui.
      ******************************************************************
       01 LOCAL-ESTOQUE-RECORD.
          05 LO-CODIGO          PIC X(04).
          05 LO-DESCRICAO       PIC X(20).
          05 LO-STATUS          PIC X(01).
             88 LO-ATIVO             VALUE 'A'.
             88 LO-INATIVO           VALUE 'I'.
      * LO-UNIDADE e a unidade (campus) onde fica o local: o saldo
      * de estoque de cada unidade e a soma dos saldos dos seus
      * locais no SALDO-LOCAL (o material em si e um cadastro so,
      * comum as unidades). Locais anteriores carregam brancos e
      * valem como 'SEDE'.
          05 LO-UNIDADE         PIC X(04).
