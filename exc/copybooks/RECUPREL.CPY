      ******************************************************************
      * RECUPREL - Linha do relatorio de recuperacao de mestre emitido
      * pelo PROG144: backup recarregado, ponto de parada, contagens
      * da reaplicacao dos jornais e cada alteracao que nao pode ser
      * aplicada, com o motivo.
      ******************************************************************
       01 RECUP-REL-LINHA       PIC X(80).
