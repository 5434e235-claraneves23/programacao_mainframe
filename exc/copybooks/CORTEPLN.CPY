      ******************************************************************
      * CORTEPLN - Layout do registro dos planos de corte de chapas
      * (PLANO-CORTE), chaveado pela ordem de servico e pelo material,
      * gravado pelo PROG176 a cada plano baixado. PC-DATA-ULT e
      * PC-HORA-ULT marcam ate onde as pecas do AREA-LOG ja entraram
      * em plano: um novo plano da mesma ordem e material so pega as
      * pecas gravadas depois. As quantidades e areas acumulam todos
      * os planos da ordem no material; PC-AREA-BAIXADA e a area das
      * chapas baixada do estoque (ou reservada, quando faltou saldo).
      ******************************************************************
       01 PLANO-CORTE-RECORD.
          05 PC-CHAVE.
             10 PC-ORDEM           PIC X(08).
             10 PC-MATERIAL        PIC X(06).
          05 PC-QTD-PLANOS         PIC 9(03).
          05 PC-DATA-ULT           PIC X(08).
          05 PC-HORA-ULT           PIC X(06).
          05 PC-QTD-PECAS          PIC 9(05).
          05 PC-QTD-CHAPAS         PIC 9(05).
          05 PC-AREA-PECAS         PIC 9(09).
          05 PC-AREA-BAIXADA       PIC 9(09).
          05 PC-AREA-RETALHOS      PIC 9(09).
          05 PC-AREA-PERDA         PIC 9(09).
