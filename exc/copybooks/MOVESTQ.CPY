             88 MV-AJUSTE            VALUE 'A'.
             88 MV-CONSUMO           VALUE 'C'.
             88 MV-LIBERACAO         VALUE 'L'.
             88 MV-TRANSFERENCIA     VALUE 'T'.
             88 MV-KIT               VALUE 'K'.
          05 MV-QUANTIDADE      PIC S9(06)V99.
          05 MV-OPERADOR        PIC X(08).
          05 MV-DATA            PIC X(08).
          05 MV-HORA            PIC X(06).
          05 MV-ORDEM           PIC X(08).
      * O tipo K e o kit de material de laboratorio (PROG172): a
      * entrega ao aluno debita e a devolucao no trancamento credita,
      * com o codigo da TURMA em MV-ORDEM no lugar da ordem de
      * servico - e consumo do curso, nao da oficina, e fica fora do
      * confronto teorico x real do PROG103 e do PROG55.
      * MV-LOCAL e o local de estoque movimentado (branco nos
      * movimentos anteriores aos locais vale o almoxarifado central,
      * 'CENT'). A transferencia entre locais (tipo T, lancada pelo
      * PROG32) sai em par: o debito no local de origem e o credito no
      * de destino, cada um com o outro local em MV-LOCAL-PAR e o
      * numero da transferencia em MV-ORDEM - o par se anula no total
      * do material, e o livro diario e a contabilizacao nao o contam.
          05 MV-LOCAL           PIC X(04).
          05 MV-LOCAL-PAR       PIC X(04).
