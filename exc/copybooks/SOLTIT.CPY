      ******************************************************************
      * SOLTIT - Layout do registro de solicitacoes do titular de
      * dados pessoais (SOLICITACAO-TITULAR), chaveado pelo numero
      * sequencial alocado no contador controlado (RECNUM, chave
      * 'TITULAR'). Cada pedido de copia dos dados (exportacao) ou de
      * eliminacao (pseudonimizacao) atendido pelo PROG147 entra aqui
      * com a data do pedido, o prazo legal de resposta, a data do
      * atendimento, a situacao e o operador - e a prova de que cada
      * pedido foi respondido e se dentro do prazo.
      ******************************************************************
       01 SOLICITACAO-TITULAR-RECORD.
          05 ST-NUMERO          PIC 9(08).
          05 ST-ALUNO-ID        PIC X(14).
          05 ST-TIPO            PIC X(01).
             88 ST-EXPORTACAO        VALUE 'E'.
             88 ST-ANONIMIZACAO      VALUE 'A'.
          05 ST-DATA-PEDIDO     PIC X(08).
          05 ST-DATA-LIMITE     PIC X(08).
          05 ST-DATA-ATEND      PIC X(08).
          05 ST-STATUS          PIC X(01).
             88 ST-ATENDIDA          VALUE 'A'.
             88 ST-RECUSADA          VALUE 'R'.
          05 ST-NO-PRAZO        PIC X(01).
             88 ST-DENTRO-PRAZO      VALUE 'S'.
             88 ST-FORA-PRAZO        VALUE 'N'.
          05 ST-MOTIVO          PIC X(30).
          05 ST-OPERADOR        PIC X(08).
          05 ST-QTD-REGISTROS   PIC 9(06).
