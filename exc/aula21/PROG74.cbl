      *  PAGAMENTO COM ORIGEM BANCARIA; REGISTRO QUE NAO CASA VAI
      *  PARA O ARQUIVO DE SUSPENSAO (SUSPFAT), COMO O PROG13 FAZ
      *  COM AS NOTAS NO SUSPNOT.
      *  LIQUIDACAO POSTADA EM MES JA FECHADO (PROG170) TEM A DATA
      *  DE POSTAGEM EMPURRADA PARA O PRIMEIRO DIA DO PERIODO ABERTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WRK-TOTAL-SUSPENSOS PIC 9(05) VALUE 0.
       77 WRK-MOTIVO        PIC X(30) VALUE SPACES.
       COPY MSGPARM.
       COPY PERPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
                           MOVE 'MATRICULA DIVERGENTE' TO WRK-MOTIVO
                       WHEN FA-CANCELADA
                           MOVE 'FATURA CANCELADA' TO WRK-MOTIVO
                       WHEN FA-RENEGOCIADA
                           MOVE 'FATURA RENEGOCIADA EM ACORDO'
                               TO WRK-MOTIVO
                       WHEN FA-PAGA
                           MOVE 'FATURA JA QUITADA' TO WRK-MOTIVO
                       WHEN RT-VALOR-PAGO > FA-SALDO
           MOVE WRK-CD-HORA   TO PG-HORA
           MOVE 'PROG74'      TO PG-OPERADOR
           MOVE 'B'           TO PG-ORIGEM
           MOVE WRK-CD-DATA   TO PG-DATA-POSTAGEM
           MOVE SPACES        TO PG-FORMA
           MOVE SPACES        TO PG-DATA-CAIXA
      * mes ja fechado: o lancamento vai para o periodo aberto
           MOVE PG-DATA-POSTAGEM TO PFP-DATA
           CALL 'PROG170' USING PERIODO-PARAMETROS
           IF PFP-PERIODO-FECHADO
               MOVE PFP-DATA-ABERTA TO PG-DATA-POSTAGEM
               DISPLAY 'MES ' PFP-MES-FECHADO ' FECHADO - PAGAMENTO '
                   'LANCADO EM ' PG-DATA-POSTAGEM '.'
           END-IF
           WRITE PAGAMENTO-RECORD
           CLOSE PAGAMENTO-FILE.

