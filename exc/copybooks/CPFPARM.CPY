      ******************************************************************
      * CPFPARM - Area de parametros do subprograma comum de CPF
      * PROG164 (CALL 'PROG164' USING CPF-PARAMETROS), no mesmo
      * desenho do subprograma de datas PROG104: recebe o CPF como
      * digitado em CPP-ENTRADA (com ou sem pontos e traco) e devolve
      * em CPP-CPF os onze digitos e em CPP-VALIDO 'S' quando os dois
      * digitos verificadores conferem pela regra oficial (modulo 11)
      * e os digitos nao sao todos iguais; 'N' em qualquer outro caso,
      * inclusive entrada em branco (CPP-CPF volta em branco quando a
      * entrada nao tem onze digitos).
      ******************************************************************
       01 CPF-PARAMETROS.
          05 CPP-ENTRADA        PIC X(14).
          05 CPP-CPF            PIC X(11).
          05 CPP-VALIDO         PIC X(01).
