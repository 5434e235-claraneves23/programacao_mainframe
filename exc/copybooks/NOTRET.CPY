      ******************************************************************
      * NOTRET - Layout fixo do arquivo de retorno do gateway de
      * e-mail/SMS (NOTIFICACAO-RETORNO), um registro por mensagem
      * processada, lido pela postagem do PROG132: numero da mensagem
      * (o GW-NUMERO enviado), situacao entregue ('D') ou devolvida
      * ('B'), data e motivo da devolucao.
      ******************************************************************
       01 NOTIFICACAO-RETORNO-RECORD.
          05 RV-NUMERO          PIC 9(08).
          05 RV-SITUACAO        PIC X(01).
             88 RV-ENTREGUE          VALUE 'D'.
             88 RV-DEVOLVIDA         VALUE 'B'.
          05 RV-DATA            PIC X(08).
          05 RV-MOTIVO          PIC X(30).
