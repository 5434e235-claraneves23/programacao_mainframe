      ******************************************************************
      * JANREL - Linha do relatorio de tempos da janela batch emitido
      * pelo PROG143: tempo de cada passo da cadeia noturna contra a
      * sua media, tendencia de registros por segundo das ultimas
      * trinta noites e projecao de estouro do horario limite.
      ******************************************************************
       01 JANELA-REL-LINHA      PIC X(80).
