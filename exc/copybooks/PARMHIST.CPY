      ******************************************************************
      * PARMHIST - Layout do historico de vigencia dos arquivos de
      * parametro (PARAMETRO-HISTORICO), chaveado por arquivo + data
      * de vigencia + data/hora da alteracao. Cada alteracao feita
      * pela manutencao de parametros (PROG150) grava aqui o registro
      * inteiro antes e depois, o coordenador e a situacao: 'P'
      * programada para vigencia futura, 'A' aplicada ao arquivo vivo
      * (na hora, pelo PROG150, ou na data, pelo PROG151). O valor em
      * vigor numa data e o da maior chave com vigencia ate ela; antes
      * da primeira alteracao, vale a imagem anterior dela.
      ******************************************************************
       01 PARAMETRO-HISTORICO-RECORD.
          05 PH-CHAVE.
             10 PH-ARQUIVO      PIC X(08).
             10 PH-DATA-VIGENCIA PIC X(08).
             10 PH-DATA-ALTERACAO PIC X(08).
             10 PH-HORA-ALTERACAO PIC X(06).
          05 PH-USUARIO         PIC X(08).
          05 PH-SITUACAO        PIC X(01).
             88 PH-PROGRAMADA        VALUE 'P'.
             88 PH-APLICADA          VALUE 'A'.
          05 PH-DATA-APLICACAO  PIC X(08).
          05 PH-ANTES           PIC X(40).
          05 PH-DEPOIS          PIC X(40).
