      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG118.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  ACOMPANHAMENTO DIARIO DOS ACORDOS DE PARCELAMENTO - PARA CADA
      *  ACORDO ATIVO DO PROG117 CONFERE AS PARCELAS NO MESTRE DE
      *  FATURAS: TODAS PAGAS, O ACORDO E QUITADO; UMA PARCELA EM
      *  ABERTO VENCIDA HA TRINTA DIAS OU MAIS, O ACORDO E ROMPIDO -
      *  AS PARCELAS EM ABERTO SAO CANCELADAS E O SALDO RESTANTE VOLTA
      *  PARA AS FATURAS RENEGOCIADAS, QUE SAO REABERTAS COM SEUS
      *  VENCIMENTOS ORIGINAIS (O QUE JA FOI PAGO NAS PARCELAS QUITA
      *  AS MAIS ANTIGAS PRIMEIRO). O BLOQUEIO DE MATRICULA E OS
      *  ENCARGOS DE ATRASO VOLTAM A VALER SOBRE ELAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT ACORDO-FILE ASSIGN TO "ACORDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-NUMERO
               FILE STATUS IS WRK-FS-ACORDO.
           SELECT ACORDO-REL-FILE ASSIGN TO "ACORREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACORREL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  ACORDO-FILE.
           COPY ACORDO.
       FD  ACORDO-REL-FILE.
           COPY ACORREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-ACORDO     PIC X(02) VALUE SPACES.
       77 WRK-FS-ACORREL    PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-FAT       PIC X(01) VALUE 'N'.
           88 FIM-FAT              VALUE 'S'.
       77 WRK-FIM-ACORDO    PIC X(01) VALUE 'N'.
           88 FIM-ACORDO           VALUE 'S'.
       77 WRK-ROMPE         PIC X(01) VALUE 'N'.
           88 ACORDO-ROMPIDO       VALUE 'S'.
       77 WRK-DIAS-LIMITE   PIC 9(03) VALUE 30.
       77 WRK-NUM-ACORDO    PIC 9(08) VALUE 0.
       77 WRK-QTD-ABERTAS   PIC 9(02) VALUE 0.
       77 WRK-QTD-PAGAS     PIC 9(02) VALUE 0.
       77 WRK-PARCELA-VENC  PIC 9(02) VALUE 0.
       77 WRK-DIAS-ATRASO   PIC 9(05) VALUE 0.
       77 WRK-VALOR-PAGO    PIC 9(07)V99 VALUE 0.
       77 WRK-VALOR-RESTANTE PIC 9(07)V99 VALUE 0.
       77 WRK-CREDITO       PIC 9(07)V99 VALUE 0.
       77 WRK-TOTAL-LIDOS   PIC 9(05) VALUE 0.
       77 WRK-TOTAL-QUITADOS PIC 9(05) VALUE 0.
       77 WRK-TOTAL-ROMPIDOS PIC 9(05) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZ9.
       77 WRK-DIAS-ED       PIC ZZZZ9.
       77 WRK-VALOR-SAI     PIC Z,ZZZ,ZZ9.99.
       77 WRK-PAGO-SAI      PIC Z,ZZZ,ZZ9.99.
       COPY MSGPARM.
       COPY DATAPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           OPEN I-O FATURA-MASTER-FILE
           IF WRK-FS-FAT = '35'
               MOVE 'ACD0061E' TO MP-ID
               MOVE 'MESTRE DE FATURAS VAZIO OU INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ACORDO-REL-FILE
               MOVE SPACES TO ACORDO-REL-LINHA
               STRING 'ACOMPANHAMENTO DE ACORDOS - ' DELIMITED BY SIZE
                   WRK-CD-DATA DELIMITED BY SIZE
                   INTO ACORDO-REL-LINHA
               WRITE ACORDO-REL-LINHA
               OPEN I-O ACORDO-FILE
               IF WRK-FS-ACORDO = '35'
                   CONTINUE
               ELSE
                   PERFORM VARRE-ACORDOS
                   CLOSE ACORDO-FILE
               END-IF
               PERFORM ESCREVE-RESUMO
               CLOSE ACORDO-REL-FILE
               CLOSE FATURA-MASTER-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * VARRE-ACORDOS - Percorre o mestre de acordos e acompanha cada
      * acordo ativo.
      ******************************************************************
       VARRE-ACORDOS.
           MOVE 'N' TO WRK-FIM-ACORDO
           MOVE 0 TO AO-NUMERO
           START ACORDO-FILE KEY IS NOT LESS THAN AO-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ACORDO
           END-START
           PERFORM UNTIL FIM-ACORDO
               READ ACORDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ACORDO
               END-READ
               IF NOT FIM-ACORDO
                   IF AO-ATIVO
                       ADD 1 TO WRK-TOTAL-LIDOS
                       MOVE AO-NUMERO TO WRK-NUM-ACORDO
                       PERFORM CONFERE-PARCELAS
                       IF ACORDO-ROMPIDO
                           PERFORM ROMPE-ACORDO
                       ELSE
                           IF WRK-QTD-ABERTAS = 0
                               AND WRK-QTD-PAGAS > 0
                               PERFORM QUITA-ACORDO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * CONFERE-PARCELAS - Conta as parcelas pagas e em aberto do
      * acordo corrente, soma o que ja foi pago nelas e marca o
      * rompimento quando uma parcela em aberto esta vencida ha
      * trinta dias ou mais.
      ******************************************************************
       CONFERE-PARCELAS.
           MOVE 'N' TO WRK-ROMPE
           MOVE 0 TO WRK-QTD-ABERTAS
           MOVE 0 TO WRK-QTD-PAGAS
           MOVE 0 TO WRK-PARCELA-VENC
           MOVE 0 TO WRK-DIAS-ATRASO
           MOVE 0 TO WRK-VALOR-PAGO
           MOVE 0 TO WRK-VALOR-RESTANTE
           MOVE 'N' TO WRK-FIM-FAT
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FAT
           END-START
           PERFORM UNTIL FIM-FAT
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   IF FA-PARCELAMENTO AND FA-ACORDO = WRK-NUM-ACORDO
                       AND NOT FA-CANCELADA
                       COMPUTE WRK-VALOR-PAGO =
                           WRK-VALOR-PAGO + FA-VALOR - FA-SALDO
                       IF FA-PAGA
                           ADD 1 TO WRK-QTD-PAGAS
                       ELSE
                           ADD 1 TO WRK-QTD-ABERTAS
                           ADD FA-SALDO TO WRK-VALOR-RESTANTE
                           PERFORM CONFERE-VENCIMENTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CONFERE-VENCIMENTO.
           IF FA-DATA-VENC < WRK-CD-DATA
               MOVE 4            TO DP-OPERACAO
               MOVE WRK-CD-DATA  TO DP-DATA-1
               MOVE FA-DATA-VENC TO DP-DATA-2
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA = 'S' AND DP-DIAS >= WRK-DIAS-LIMITE
                   MOVE 'S' TO WRK-ROMPE
                   IF DP-DIAS > WRK-DIAS-ATRASO
                       MOVE DP-DIAS    TO WRK-DIAS-ATRASO
                       MOVE FA-PARCELA TO WRK-PARCELA-VENC
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * QUITA-ACORDO - Todas as parcelas pagas: o acordo e quitado.
      ******************************************************************
       QUITA-ACORDO.
           MOVE 'Q' TO AO-STATUS
           MOVE WRK-CD-DATA TO AO-DATA-STATUS
           REWRITE ACORDO-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-QUITADOS
                   MOVE AO-VALOR-TOTAL TO WRK-VALOR-SAI
                   MOVE SPACES TO ACORDO-REL-LINHA
                   STRING 'ACORDO ' DELIMITED BY SIZE
                       WRK-NUM-ACORDO DELIMITED BY SIZE
                       ' ALUNO ' DELIMITED BY SIZE
                       AO-ALUNO-ID DELIMITED BY SIZE
                       ' QUITADO - TOTAL ' DELIMITED BY SIZE
                       WRK-VALOR-SAI DELIMITED BY SIZE
                       INTO ACORDO-REL-LINHA
                   WRITE ACORDO-REL-LINHA
           END-REWRITE.

      ******************************************************************
      * ROMPE-ACORDO - Cancela as parcelas em aberto, devolve o saldo
      * restante as faturas renegociadas e marca o acordo rompido.
      ******************************************************************
       ROMPE-ACORDO.
           PERFORM CANCELA-PARCELAS
           MOVE WRK-VALOR-PAGO TO WRK-CREDITO
           PERFORM REABRE-RENEGOCIADAS

           MOVE 'R' TO AO-STATUS
           MOVE WRK-CD-DATA TO AO-DATA-STATUS
           MOVE WRK-VALOR-RESTANTE TO AO-SALDO-RETORNADO
           REWRITE ACORDO-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-ROMPIDOS
           END-REWRITE

           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
           MOVE SPACES TO ACORDO-REL-LINHA
           STRING 'ACORDO ' DELIMITED BY SIZE
               WRK-NUM-ACORDO DELIMITED BY SIZE
               ' ALUNO ' DELIMITED BY SIZE
               AO-ALUNO-ID DELIMITED BY SIZE
               ' ROMPIDO - PARCELA ' DELIMITED BY SIZE
               WRK-PARCELA-VENC DELIMITED BY SIZE
               ' VENCIDA HA ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               ' DIAS' DELIMITED BY SIZE
               INTO ACORDO-REL-LINHA
           WRITE ACORDO-REL-LINHA

           MOVE WRK-VALOR-RESTANTE TO WRK-VALOR-SAI
           MOVE WRK-VALOR-PAGO     TO WRK-PAGO-SAI
           MOVE SPACES TO ACORDO-REL-LINHA
           STRING '  PAGO NAS PARCELAS ' DELIMITED BY SIZE
               WRK-PAGO-SAI DELIMITED BY SIZE
               ' SALDO DEVOLVIDO AS FATURAS ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO ACORDO-REL-LINHA
           WRITE ACORDO-REL-LINHA.

       CANCELA-PARCELAS.
           MOVE 'N' TO WRK-FIM-FAT
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FAT
           END-START
           PERFORM UNTIL FIM-FAT
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   IF FA-PARCELAMENTO AND FA-ACORDO = WRK-NUM-ACORDO
                       AND FA-ABERTA
                       MOVE 'C' TO FA-STATUS
                       MOVE WRK-CD-DATA TO FA-DATA-STATUS
                       REWRITE FATURA-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * REABRE-RENEGOCIADAS - Percorre as faturas renegociadas no
      * acordo pela ordem do numero (as mais antigas primeiro): o que
      * foi pago nas parcelas quita cada uma ate acabar; as demais
      * voltam abertas com o saldo que sobrar.
      ******************************************************************
       REABRE-RENEGOCIADAS.
           MOVE 'N' TO WRK-FIM-FAT
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FAT
           END-START
           PERFORM UNTIL FIM-FAT
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   IF FA-RENEGOCIADA AND FA-ACORDO = WRK-NUM-ACORDO
                       IF WRK-CREDITO >= FA-SALDO
                           SUBTRACT FA-SALDO FROM WRK-CREDITO
                           MOVE 0 TO FA-SALDO
                           MOVE 'P' TO FA-STATUS
                       ELSE
                           SUBTRACT WRK-CREDITO FROM FA-SALDO
                           MOVE 0 TO WRK-CREDITO
                           MOVE 'A' TO FA-STATUS
                       END-IF
                       MOVE WRK-CD-DATA TO FA-DATA-STATUS
                       REWRITE FATURA-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM.

       ESCREVE-RESUMO.
           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-ED
           MOVE SPACES TO ACORDO-REL-LINHA
           STRING 'ACORDOS ATIVOS CONFERIDOS.....: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO ACORDO-REL-LINHA
           WRITE ACORDO-REL-LINHA

           MOVE WRK-TOTAL-QUITADOS TO WRK-TOTAL-ED
           MOVE SPACES TO ACORDO-REL-LINHA
           STRING 'ACORDOS QUITADOS..............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO ACORDO-REL-LINHA
           WRITE ACORDO-REL-LINHA

           MOVE WRK-TOTAL-ROMPIDOS TO WRK-TOTAL-ED
           MOVE SPACES TO ACORDO-REL-LINHA
           STRING 'ACORDOS ROMPIDOS..............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO ACORDO-REL-LINHA
           WRITE ACORDO-REL-LINHA.

      ******************************************************************
      * EMITE-MENSAGEM - Emite a condicao de operacao corrente pela
      * rotina comum de mensagens (identificador estavel + texto de
      * catalogo), para interceptacao pela automacao do console.
      ******************************************************************
       EMITE-MENSAGEM.
           CALL 'PROG65' USING MENSAGEM-PARAMETROS.

      ******************************************************************
      * REGISTRA-RUNCTL - Registra no controle de execucoes o inicio
      * ou o fim da rodada, com contadores e codigo de retorno.
      ******************************************************************
       REGISTRA-RUNCTL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND RUN-CONTROL-FILE
           IF WRK-FS-RUNCTL = '05' OR WRK-FS-RUNCTL = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE 'PROG118'          TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO     TO RN-EVENTO
           MOVE WRK-CD-DATA        TO RN-DATA
           MOVE WRK-CD-HORA        TO RN-HORA
           MOVE WRK-TOTAL-LIDOS    TO RN-LIDOS
           MOVE WRK-TOTAL-QUITADOS TO RN-GRAVADOS
           MOVE WRK-TOTAL-ROMPIDOS TO RN-REJEITADOS
           MOVE RETURN-CODE        TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG118.
