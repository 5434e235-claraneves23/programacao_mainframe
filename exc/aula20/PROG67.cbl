      *  DE CHEGADA E APLICA A BAIXA DAS QUE O SALDO ATUAL JA COBRE,
      *  GRAVANDO O MOVIMENTO DE CONSUMO CORRESPONDENTE; AS DEMAIS
      *  SEGUEM PENDENTES. EMITE O RELATORIO DO QUE FOI ATENDIDO E DO
      *  QUE AINDA ESPERA. A RESERVA E DO LOCAL DE ESTOQUE DA ORDEM:
      *  SO E ATENDIDA QUANDO O SALDO DAQUELE LOCAL (ESTOQLOC) COBRE A
      *  QUANTIDADE, E A BAIXA SAI DO LOCAL E DO TOTAL DO MATERIAL.
      *  A BAIXA DATADA EM MES JA FECHADO (PROG170) E LANCADA NO
      *  PRIMEIRO DIA DO PERIODO ABERTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT SALDO-LOCAL-FILE ASSIGN TO "ESTOQLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WRK-FS-SALDO.
           SELECT MOVIMENTO-ESTOQUE-FILE ASSIGN TO "MOVESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTO.
       FD  RESERVA-PENDENTE-FILE.
           COPY RESPEND.
       FD  RESERVA-SAIDA-FILE.
       01  RESERVA-SAIDA-RECORD PIC X(40).
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  MOVIMENTO-ESTOQUE-FILE.
           COPY MOVESTQ.
       FD  LIB-REL-FILE.
       77 WRK-QTD-PENDENTES PIC 9(04) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZ9.
       77 WRK-VALOR-ED      PIC ZZZZZ9,99.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-LOCAL         PIC X(04) VALUE SPACES.
       77 WRK-SALDO-ACHADO  PIC X(01) VALUE 'N'.
           88 SALDO-LOCAL-ACHADO   VALUE 'S'.
       77 WRK-DISPONIVEL    PIC S9(06)V99 VALUE ZEROS.
       COPY PERPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
                   CLOSE RESERVA-PENDENTE-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN I-O SALDO-LOCAL-FILE
                   OPEN OUTPUT RESERVA-SAIDA-FILE
                   OPEN OUTPUT LIB-REL-FILE
                   MOVE 'LIBERACAO DE RESERVAS PENDENTES'
                   CLOSE LIB-REL-FILE
                   CLOSE RESERVA-SAIDA-FILE
                   CLOSE ESTOQUE-MATERIAL-FILE
                   IF WRK-FS-SALDO NOT = '35'
                       CLOSE SALDO-LOCAL-FILE
                   END-IF
                   CLOSE RESERVA-PENDENTE-FILE
                   DISPLAY 'LIBERACAO CONCLUIDA. ATENDIDAS: '
                       WRK-QTD-ATENDIDAS ' PENDENTES: '

      ******************************************************************
      * LIBERA-UMA-RESERVA - Aplica a baixa da reserva corrente se o
      * saldo atual do material no local da reserva (reserva antiga,
      * sem local, e do almoxarifado central) cobre a quantidade;
      * senao, regrava a reserva no arquivo de pendentes
      * remanescentes.
      ******************************************************************
       LIBERA-UMA-RESERVA.
           MOVE 'N' TO WRK-ATENDIDA
           MOVE RS-LOCAL TO WRK-LOCAL
           IF WRK-LOCAL = SPACES
               MOVE 'CENT' TO WRK-LOCAL
           END-IF
           MOVE RS-CODIGO TO EM-CODIGO
           READ ESTOQUE-MATERIAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LE-SALDO-LOCAL
                   IF WRK-DISPONIVEL >= RS-QUANTIDADE
                       COMPUTE EM-SALDO = EM-SALDO - RS-QUANTIDADE
                       REWRITE ESTOQUE-MATERIAL-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WRK-ATENDIDA
                               PERFORM DEBITA-SALDO-LOCAL
                       END-REWRITE
                   END-IF
           END-READ
                   WRK-VALOR-ED DELIMITED BY SIZE
                   ' ORDEM ' DELIMITED BY SIZE
                   RS-ORDEM DELIMITED BY SIZE
                   ' LOCAL ' DELIMITED BY SIZE
                   WRK-LOCAL DELIMITED BY SIZE
                   INTO LIB-REL-LINHA
               WRITE LIB-REL-LINHA
           ELSE
                   RS-CODIGO DELIMITED BY SIZE
                   ' ORDEM ' DELIMITED BY SIZE
                   RS-ORDEM DELIMITED BY SIZE
                   ' LOCAL ' DELIMITED BY SIZE
                   WRK-LOCAL DELIMITED BY SIZE
                   ' AGUARDA REPOSICAO.' DELIMITED BY SIZE
                   INTO LIB-REL-LINHA
               WRITE LIB-REL-LINHA
           END-IF.

      ******************************************************************
      * LE-SALDO-LOCAL - Le o saldo do material no local da reserva
      * (sem saldo aberto no local, nada disponivel); sem o arquivo
      * de saldos por local, o disponivel e o total do mestre.
      ******************************************************************
       LE-SALDO-LOCAL.
           MOVE 'N' TO WRK-SALDO-ACHADO
           IF WRK-FS-SALDO = '35'
               MOVE EM-SALDO TO WRK-DISPONIVEL
           ELSE
               MOVE 0 TO WRK-DISPONIVEL
               MOVE RS-CODIGO TO EL-CODIGO
               MOVE WRK-LOCAL TO EL-LOCAL
               READ SALDO-LOCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-SALDO-ACHADO
                       MOVE EL-SALDO TO WRK-DISPONIVEL
               END-READ
           END-IF.

      ******************************************************************
      * DEBITA-SALDO-LOCAL - Abate a reserva liberada do saldo do
      * material no local.
      ******************************************************************
       DEBITA-SALDO-LOCAL.
           IF SALDO-LOCAL-ACHADO
               SUBTRACT RS-QUANTIDADE FROM EL-SALDO
               REWRITE SALDO-LOCAL-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO DEBITAR O SALDO DO LOCAL '
                           WRK-LOCAL
               END-REWRITE
           END-IF.

      ******************************************************************
      * GRAVA-MOVIMENTO-CONSUMO - Registra no arquivo de movimentos a
      * baixa recem-liberada com o tipo proprio de liberacao de
           COMPUTE MV-QUANTIDADE = 0 - RS-QUANTIDADE
           MOVE WRK-USUARIO TO MV-OPERADOR
           MOVE WRK-CD-DATA TO MV-DATA
      * mes ja fechado: o lancamento vai para o periodo aberto
           MOVE MV-DATA TO PFP-DATA
           CALL 'PROG170' USING PERIODO-PARAMETROS
           IF PFP-PERIODO-FECHADO
               MOVE PFP-DATA-ABERTA TO MV-DATA
               DISPLAY 'MES ' PFP-MES-FECHADO ' FECHADO - MOVIMENTO '
                   'LANCADO EM ' MV-DATA '.'
           END-IF
           MOVE WRK-CD-HORA TO MV-HORA
           MOVE RS-ORDEM    TO MV-ORDEM
           MOVE WRK-LOCAL   TO MV-LOCAL
           MOVE SPACES      TO MV-LOCAL-PAR
           WRITE MOVIMENTO-ESTOQUE-RECORD
           CLOSE MOVIMENTO-ESTOQUE-FILE.
       END PROGRAM PROG67.
