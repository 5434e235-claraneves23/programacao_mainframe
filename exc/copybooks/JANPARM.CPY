      ******************************************************************
      * JANPARM - Parametro do acompanhamento da janela batch
      * (PROG143): horario limite combinado para o fim da cadeia
      * noturna (HHMMSS da manha seguinte), percentual acima da
      * propria media a partir do qual um passo e destacado e com
      * quantas noites de antecedencia a projecao de estouro da
      * janela vira alerta. Sem o arquivo (ou com campo invalido)
      * valem 06:00:00, 20% e 7 noites.
      ******************************************************************
       01 JANELA-PARM-RECORD.
          05 JP-HORA-LIMITE     PIC 9(06).
          05 JP-PCT-DESVIO      PIC 9(03).
          05 JP-NOITES-AVISO    PIC 9(03).
