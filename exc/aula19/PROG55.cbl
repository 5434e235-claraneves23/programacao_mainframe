      *  DEMANDA RECUSADA POR SALDO INSUFICIENTE (RESERVA PENDENTE
      *  DO DIA) E CONTA EXPLICADA, E AS LIBERACOES DE RESERVA DO
      *  PROG67 (MOVIMENTO TIPO 'L', SEM AREA-LOG NO MESMO DIA)
      *  FICAM FORA DO CONFRONTO E SAO RELATADAS A PARTE. O MESMO
      *  VALE PARA O MATERIAL EM CHAPA: AS PECAS DO AREA-LOG COM
      *  AL-BAIXA 'P' NAO FORAM BAIXADAS NO CALCULO, E A BAIXA DAS
      *  CHAPAS INTEIRAS PELO PLANO DE CORTE (PROG176 - CONSUMO OU
      *  RESERVA DA ORDEM E MATERIAL QUE TEM PLANO NO CORTEPLN) SAI
      *  EM OUTRO DIA E EM OUTRA MEDIDA; AS DUAS SAO RELATADAS A
      *  PARTE, FORA DO CONFRONTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT RESERVA-PENDENTE-FILE ASSIGN TO "RESPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESERVA.
           SELECT PLANO-CORTE-FILE ASSIGN TO "CORTEPLN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-CHAVE
               FILE STATUS IS WRK-FS-PLANO.
           SELECT DIVEST-REL-FILE ASSIGN TO "DIVESTRE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIVEST.
           COPY MOVESTQ.
       FD  RESERVA-PENDENTE-FILE.
           COPY RESPEND.
       FD  PLANO-CORTE-FILE.
           COPY CORTEPLN.
       FD  DIVEST-REL-FILE.
           COPY DIVESTRE.
       WORKING-STORAGE SECTION.
       77 WRK-FS-MOVTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-RESERVA    PIC X(02) VALUE SPACES.
       77 WRK-FS-DIVEST     PIC X(02) VALUE SPACES.
       77 WRK-FS-PLANO      PIC X(02) VALUE SPACES.
       77 WRK-PLANO-ABERTO  PIC X(01) VALUE 'N'.
           88 PLANOS-ABERTOS       VALUE 'S'.
       77 WRK-TEM-PLANO     PIC X(01) VALUE 'N'.
           88 TEM-PLANO            VALUE 'S'.
       77 WRK-ORDEM         PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-DATA-REF      PIC X(08) VALUE SPACES.
             10 RM-CONSUMO      PIC 9(08)V99.
             10 RM-RESERVADO    PIC 9(08)V99.
             10 RM-LIBERADO     PIC 9(08)V99.
             10 RM-PECAS-PLANO  PIC 9(08)V99.
             10 RM-BAIXA-PLANO  PIC 9(08)V99.
             10 RM-HORA-INI     PIC X(06).
             10 RM-HORA-FIM     PIC X(06).
       PROCEDURE DIVISION.
               END-READ
               PERFORM UNTIL FIM-ARQ
                   IF AL-DATA = WRK-DATA-REF
                       IF AL-BAIXA-PLANO
                           PERFORM ACUMULA-PECA-PLANO
                       ELSE
                           PERFORM ACUMULA-AREA-LOG
                       END-IF
                   END-IF
                   READ AREA-LOG-FILE
                       AT END MOVE 'S' TO WRK-FIM-ARQ
               END-PERFORM
               CLOSE AREA-LOG-FILE

               OPEN INPUT PLANO-CORTE-FILE
               IF WRK-FS-PLANO = '00'
                   MOVE 'S' TO WRK-PLANO-ABERTO
               END-IF
               PERFORM ACUMULA-MOVIMENTOS
               PERFORM ACUMULA-RESERVAS
               IF PLANOS-ABERTOS
                   CLOSE PLANO-CORTE-FILE
                   MOVE 'N' TO WRK-PLANO-ABERTO
               END-IF
               PERFORM ESCREVE-RELATORIO
           END-IF
           STOP RUN.
               END-IF
           END-IF.

      ******************************************************************
      * ACUMULA-PECA-PLANO - Peca de material em chapa (AL-BAIXA 'P'):
      * nao foi baixada no calculo, entra so no total relatado a
      * parte.
      ******************************************************************
       ACUMULA-PECA-PLANO.
           MOVE AL-MATERIAL TO WRK-MATERIAL
           PERFORM LOCALIZA-MATERIAL
           IF WRK-MATIDX <= WRK-QTD-MAT
               ADD AL-AREA TO RM-PECAS-PLANO(WRK-MATIDX)
           END-IF.

      ******************************************************************
      * VERIFICA-PLANO - A ordem (WRK-ORDEM) tem plano de corte do
      * material corrente no CORTEPLN? Sem o arquivo, nenhuma tem.
      ******************************************************************
       VERIFICA-PLANO.
           MOVE 'N' TO WRK-TEM-PLANO
           IF PLANOS-ABERTOS AND WRK-ORDEM NOT = SPACES
               MOVE WRK-ORDEM    TO PC-ORDEM
               MOVE WRK-MATERIAL TO PC-MATERIAL
               READ PLANO-CORTE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'S' TO WRK-TEM-PLANO
               END-READ
           END-IF.

      ******************************************************************
      * ACUMULA-MOVIMENTOS - Soma por material os movimentos de
      * consumo e de liberacao de reserva da data (quantidade
      * negativa somada em modulo), em acumulados separados. O
      * consumo da ordem que tem plano de corte do material e a baixa
      * das chapas do PROG176 e vai para o total do plano.
      ******************************************************************
       ACUMULA-MOVIMENTOS.
           MOVE 'N' TO WRK-FIM-ARQ
                   IF MV-DATA = WRK-DATA-REF
                       AND (MV-CONSUMO OR MV-LIBERACAO)
                       MOVE MV-CODIGO TO WRK-MATERIAL
                       MOVE MV-ORDEM  TO WRK-ORDEM
                       PERFORM LOCALIZA-MATERIAL
                       IF WRK-MATIDX <= WRK-QTD-MAT
                           PERFORM SOMA-MOVIMENTO
      * AREA-LOG, liberacao de reserva no total relatado a parte.
      ******************************************************************
       SOMA-MOVIMENTO.
           MOVE 'N' TO WRK-TEM-PLANO
           IF MV-CONSUMO
               PERFORM VERIFICA-PLANO
           END-IF
           IF MV-QUANTIDADE < 0
               EVALUATE TRUE
                   WHEN TEM-PLANO
                       SUBTRACT MV-QUANTIDADE
                           FROM RM-BAIXA-PLANO(WRK-MATIDX)
                   WHEN MV-CONSUMO
                       SUBTRACT MV-QUANTIDADE
                           FROM RM-CONSUMO(WRK-MATIDX)
                   WHEN OTHER
                       SUBTRACT MV-QUANTIDADE
                           FROM RM-LIBERADO(WRK-MATIDX)
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN TEM-PLANO
                       ADD MV-QUANTIDADE
                           TO RM-BAIXA-PLANO(WRK-MATIDX)
                   WHEN MV-CONSUMO
                       ADD MV-QUANTIDADE TO RM-CONSUMO(WRK-MATIDX)
                   WHEN OTHER
                       ADD MV-QUANTIDADE TO RM-LIBERADO(WRK-MATIDX)
               END-EVALUATE
           END-IF.

      ******************************************************************
      * ACUMULA-RESERVAS - Soma por material a demanda recusada no
      * dia (reservas pendentes gravadas com a data de referencia),
      * que explica AREA-LOG maior que o consumo baixado. A reserva
      * de chapas de um plano de corte (sem saldo no PROG176) e parte
      * da baixa do plano, relatada a parte.
      ******************************************************************
       ACUMULA-RESERVAS.
           MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   IF RS-DATA = WRK-DATA-REF
                       MOVE RS-CODIGO TO WRK-MATERIAL
                       MOVE RS-ORDEM  TO WRK-ORDEM
                       PERFORM LOCALIZA-MATERIAL
                       IF WRK-MATIDX <= WRK-QTD-MAT
                           PERFORM VERIFICA-PLANO
                           IF TEM-PLANO
                               ADD RS-QUANTIDADE
                                   TO RM-BAIXA-PLANO(WRK-MATIDX)
                           ELSE
                               ADD RS-QUANTIDADE
                                   TO RM-RESERVADO(WRK-MATIDX)
                           END-IF
                       END-IF
                   END-IF
                   READ RESERVA-PENDENTE-FILE
                   MOVE 0 TO RM-CONSUMO(WRK-MATIDX)
                   MOVE 0 TO RM-RESERVADO(WRK-MATIDX)
                   MOVE 0 TO RM-LIBERADO(WRK-MATIDX)
                   MOVE 0 TO RM-PECAS-PLANO(WRK-MATIDX)
                   MOVE 0 TO RM-BAIXA-PLANO(WRK-MATIDX)
                   MOVE SPACES TO RM-HORA-INI(WRK-MATIDX)
                   MOVE SPACES TO RM-HORA-FIM(WRK-MATIDX)
               END-IF
                       INTO DIVEST-REL-LINHA
                   WRITE DIVEST-REL-LINHA
               END-IF
               IF RM-PECAS-PLANO(WRK-MATIDX) > 0
                   MOVE RM-PECAS-PLANO(WRK-MATIDX) TO WRK-VALOR-ED
                   MOVE SPACES TO DIVEST-REL-LINHA
                   STRING '  PECAS P/ PLANO DE CORTE...: '
                       DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                       INTO DIVEST-REL-LINHA
                   WRITE DIVEST-REL-LINHA
               END-IF
               IF RM-BAIXA-PLANO(WRK-MATIDX) > 0
                   MOVE RM-BAIXA-PLANO(WRK-MATIDX) TO WRK-VALOR-ED
                   MOVE SPACES TO DIVEST-REL-LINHA
                   STRING '  CHAPAS DO PLANO DE CORTE..: '
                       DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                       INTO DIVEST-REL-LINHA
                   WRITE DIVEST-REL-LINHA
               END-IF
           END-PERFORM

           MOVE SPACES TO DIVEST-REL-LINHA
