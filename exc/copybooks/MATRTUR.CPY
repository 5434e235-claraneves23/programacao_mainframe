      * MATRTUR - Layout do vinculo de matricula em turma
      * (MATRICULA-TURMA), chaveado por aluno + turma. Mantido pelo
      * PROG26 e usado pelo PROG27 para abrir os resultados do SITREL
      * por secao. MT-AVALIADA e a unica marca de que o aluno ja
      * respondeu a avaliacao da turma (PROG123): a resposta e
      * gravada sem identificacao do aluno no AVALRESP, e aqui fica so
      * o 'S' para que ninguem responda duas vezes. Vinculos gravados
      * antes do campo carregam branco, que vale como nao respondida.
      ******************************************************************
       01 MATRICULA-TURMA-RECORD.
          05 MT-CHAVE.
             10 MT-ALUNO-ID     PIC X(14).
             10 MT-TURMA        PIC X(06).
          05 MT-AVALIADA        PIC X(01).
             88 MT-JA-AVALIOU        VALUE 'S'.
      * MT-KIT marca a entrega do kit de material de laboratorio da
      * materia da turma (KITMAT) ao aluno: 'S' entregue pela entrega
      * semestral do PROG173 (que tambem alcanca as matriculas
      * tardias nas rodadas seguintes). No trancamento (PROG113) o kit
      * entregue e nao usado volta ao estoque junto com a queda do
      * vinculo. Branco ou 'N' e kit ainda nao entregue.
          05 MT-KIT             PIC X(01).
             88 MT-KIT-ENTREGUE      VALUE 'S'.
