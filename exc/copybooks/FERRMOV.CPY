      ******************************************************************
      * FERRMOV - Layout do registro de retirada de ferramenta
      * (RETIRADA-FERRAMENTA), chaveado pelo numero da retirada
      * (contador controlado RECNUM, chave 'FERRAMEN'), com chaves
      * alternadas pelo operador que retirou (historico por
      * operador, na ordem das retiradas) e pela ordem de servico
      * (o PROG62 nao fecha a ordem com ferramenta retirada contra
      * ela ainda fora). Gravado na retirada pelo PROG140 com
      * FR-STATUS 'A' e completado na devolucao (data, condicao de
      * volta e atendente, status 'D'); o PROG141 lista as retiradas
      * abertas com FR-DATA-PREVISTA vencida.
      ******************************************************************
       01 RETIRADA-FERRAMENTA-RECORD.
          05 FR-NUMERO          PIC 9(08).
          05 FR-PATRIMONIO      PIC X(08).
          05 FR-OPERADOR        PIC X(08).
          05 FR-ORDEM           PIC X(08).
          05 FR-DATA-RETIRADA   PIC X(08).
          05 FR-HORA-RETIRADA   PIC X(06).
          05 FR-DATA-PREVISTA   PIC X(08).
          05 FR-CONDICAO-SAIDA  PIC X(01).
          05 FR-ATENDENTE-SAIDA PIC X(08).
          05 FR-STATUS          PIC X(01).
             88 FR-ABERTA            VALUE 'A'.
             88 FR-DEVOLVIDA         VALUE 'D'.
          05 FR-DATA-DEVOLUCAO  PIC X(08).
          05 FR-CONDICAO-VOLTA  PIC X(01).
          05 FR-ATENDENTE-VOLTA PIC X(08).
