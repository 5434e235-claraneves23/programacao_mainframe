             88 OS-FECHADA           VALUE 'F'.
          05 OS-DATA-ABERTURA   PIC X(08).
          05 OS-DATA-CUSTEIO    PIC X(08).
      * OS-LOCAL e o local de estoque que atende a ordem (informado
      * na abertura pelo PROG62): o consumo do PROG02 baixa o saldo
      * desse local. Ordem anterior aos locais carrega brancos e e
      * atendida pelo almoxarifado central ('CENT').
          05 OS-LOCAL           PIC X(04).
      * OS-TURMA e a turma atendida quando a ordem e de material de
      * laboratorio de aula (informada na abertura pelo PROG62 e
      * conferida no TURMA-MASTER): o consumo baixado contra a ordem
      * entra no custo de material da turma no relatorio de
      * rentabilidade (PROG157). Branco - ordens de oficina, de
      * conversao (PROG02) e anteriores ao campo - nao e de turma.
          05 OS-TURMA           PIC X(06).
      * OS-UNIDADE e a unidade (campus) da ordem: a do local de
      * estoque que a atende (LO-UNIDADE), carimbada na abertura.
      * Ordens anteriores carregam brancos e valem como 'SEDE'.
          05 OS-UNIDADE         PIC X(04).
