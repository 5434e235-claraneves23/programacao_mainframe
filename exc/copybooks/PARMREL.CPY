      ******************************************************************
      * PARMREL - Linha do relatorio de vigencia dos parametros
      * emitido pelo PROG151: os valores de cada arquivo de parametro
      * em vigor na data pedida e o historico das alteracoes, com a
      * imagem antes e depois de cada campo alterado.
      ******************************************************************
       01 PARM-REL-LINHA     PIC X(80).
