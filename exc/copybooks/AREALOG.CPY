      * AL-ALTURA sao os lados; (T)riangulo - os dois lados
      * informados; (C)irculo - AL-LARGURA e o raio e AL-ALTURA fica
      * zerada.
      ******************************************************************
      * AL-BAIXA 'P' marca a peca de material em chapa cuja baixa
      * ficou para o plano de corte da ordem (PROG176); branco - a
      * peca foi baixada no proprio calculo, como sempre.
      ******************************************************************
       01 AREA-LOG-RECORD.
          05 AL-DATA         PIC X(08).
          05 AL-FORMA        PIC X(001).
          05 AL-MATERIAL     PIC X(006).
          05 AL-ORDEM        PIC X(008).
          05 AL-BAIXA        PIC X(001).
             88 AL-BAIXA-PLANO       VALUE 'P'.
