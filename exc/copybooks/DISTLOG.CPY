      ******************************************************************
      * DISTLOG - Registro do log de entrega dos pacotes de relatorio
      * separados pelo PROG153: um registro por pacote com o
      * relatorio, a geracao (data/hora do REPCAT), a chave de quebra,
      * o destinatario, o canal, o numero de linhas e a situacao -
      * E entregue ao canal (impressao ou caixa de saida de e-mail);
      * P pendente (chave sem destinatario, destinatario inativo ou
      * e-mail sem endereco) - o pacote pendente sai na impressao com
      * a tarja de pendencia para o operador encaminhar.
      ******************************************************************
       01 DISTRIBUICAO-LOG-RECORD.
          05 DL-DATA            PIC X(08).
          05 DL-HORA            PIC X(06).
          05 DL-RELATORIO       PIC X(08).
          05 DL-GERACAO-DATA    PIC X(08).
          05 DL-GERACAO-HORA    PIC X(06).
          05 DL-CHAVE-QUEBRA    PIC X(30).
          05 DL-DESTINATARIO    PIC X(30).
          05 DL-CANAL           PIC X(01).
          05 DL-LINHAS          PIC 9(06).
          05 DL-SITUACAO        PIC X(01).
             88 DL-ENTREGUE          VALUE 'E'.
             88 DL-PENDENTE          VALUE 'P'.
