      ******************************************************************
      * KITPARM - Area de parametros do subprograma de kits de
      * laboratorio PROG172 (CALL 'PROG172' USING KIT-PARAMETROS).
      * KTP-OPERACAO 'E' entrega o kit da materia KTP-MATERIA a um
      * aluno da turma KTP-TURMA: confere antes o saldo de TODOS os
      * materiais do kit no local de cada um e so entao baixa - kit
      * pela metade nao sai. 'D' devolve ao estoque o kit entregue.
      * Os movimentos vao para o MOVIMENTO-ESTOQUE com o tipo proprio
      * de kit e a turma em MV-ORDEM, no lugar do numero de ordem de
      * servico. KTP-STATUS = '0' kit movimentado, '1' materia sem
      * kit cadastrado, '2' saldo insuficiente (material em
      * KTP-MATERIAL-FALTA, nada baixado), '9' arquivo de kits ou de
      * estoque indisponivel. KTP-QTD-ITENS devolve quantos materiais
      * o kit tem.
      ******************************************************************
       01 KIT-PARAMETROS.
          05 KTP-OPERACAO       PIC X(01).
             88 KTP-ENTREGA          VALUE 'E'.
             88 KTP-DEVOLUCAO        VALUE 'D'.
          05 KTP-MATERIA        PIC X(15).
          05 KTP-TURMA          PIC X(06).
          05 KTP-OPERADOR       PIC X(08).
          05 KTP-STATUS         PIC X(01).
             88 KTP-OK               VALUE '0'.
             88 KTP-SEM-KIT          VALUE '1'.
             88 KTP-SALDO-INSUF      VALUE '2'.
             88 KTP-ERRO             VALUE '9'.
          05 KTP-QTD-ITENS      PIC 9(02).
          05 KTP-MATERIAL-FALTA PIC X(06).
