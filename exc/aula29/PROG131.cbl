      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG131.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  EXTRACAO NOTURNA DE MENSAGENS - VARRE A CAIXA DE SAIDA DE
      *  NOTIFICACOES (NOTIFIC, GRAVADA PELA ROTINA COMUM PROG130) E
      *  GRAVA O ARQUIVO EM LAYOUT FIXO PARA O GATEWAY DE E-MAIL/SMS:
      *  UM REGISTRO DE DETALHE POR MENSAGEM PENDENTE, SELADO COM
      *  CABECALHO E TRAILER (CONTAGEM) PARA QUE O GATEWAY RECUSE LOTE
      *  TRUNCADO. CADA MENSAGEM EXTRAIDA PASSA A ENVIADA; A ENTREGA
      *  OU DEVOLUCAO E POSTADA PELO PROG132 A PARTIR DO RETORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFICACAO-FILE ASSIGN TO "NOTIFIC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NF-NUMERO
               ALTERNATE RECORD KEY IS NF-REF-CHAVE WITH DUPLICATES
               FILE STATUS IS WRK-FS-NOTIF.
           SELECT GATEWAY-FILE ASSIGN TO "NOTGW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GW.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFICACAO-FILE.
           COPY NOTIFIC.
       FD  GATEWAY-FILE.
           COPY NOTGW.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-NOTIF      PIC X(02) VALUE SPACES.
       77 WRK-FS-GW         PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-NOTIF     PIC X(01) VALUE 'N'.
           88 FIM-NOTIF            VALUE 'S'.
       77 WRK-TOTAL-LIDAS   PIC 9(08) VALUE 0.
       77 WRK-TOTAL-DET     PIC 9(08) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZZZ9.
       COPY MSGPARM.
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

           OPEN OUTPUT GATEWAY-FILE
           PERFORM GRAVA-CABECALHO
           OPEN I-O NOTIFICACAO-FILE
           IF WRK-FS-NOTIF = '35'
               MOVE 'ACD0094I' TO MP-ID
               MOVE 'CAIXA DE SAIDA DE NOTIFICACOES VAZIA - LOTE VAZIO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           ELSE
               PERFORM VARRE-PENDENTES
               CLOSE NOTIFICACAO-FILE
           END-IF
           PERFORM GRAVA-TRAILER
           CLOSE GATEWAY-FILE

           MOVE WRK-TOTAL-DET TO WRK-TOTAL-ED
           MOVE 'ACD0095I' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'MENSAGENS EXTRAIDAS PARA O GATEWAY: '
               DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

       GRAVA-CABECALHO.
           MOVE SPACES      TO GATEWAY-RECORD
           MOVE '0'         TO GW-TIPO-REG
           MOVE 0           TO GW-NUMERO
           MOVE WRK-CD-DATA TO GW-DATA
           WRITE GATEWAY-RECORD.

      ******************************************************************
      * VARRE-PENDENTES - Percorre a caixa de saida inteira em ordem
      * de numero e grava um detalhe por mensagem pendente, marcando-a
      * como enviada na data da extracao.
      ******************************************************************
       VARRE-PENDENTES.
           MOVE 'N' TO WRK-FIM-NOTIF
           MOVE 0 TO NF-NUMERO
           START NOTIFICACAO-FILE KEY IS NOT LESS THAN NF-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-NOTIF
           END-START
           PERFORM UNTIL FIM-NOTIF
               READ NOTIFICACAO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-NOTIF
               END-READ
               IF NOT FIM-NOTIF
                   ADD 1 TO WRK-TOTAL-LIDAS
                   IF NF-PENDENTE
                       PERFORM GRAVA-DETALHE
                   END-IF
               END-IF
           END-PERFORM.

       GRAVA-DETALHE.
           MOVE SPACES            TO GATEWAY-RECORD
           MOVE '1'               TO GW-TIPO-REG
           MOVE NF-NUMERO         TO GW-NUMERO
           MOVE NF-CANAL          TO GW-CANAL
           MOVE NF-CONTATO        TO GW-CONTATO
           MOVE NF-DESTINATARIO   TO GW-DESTINATARIO
           MOVE NF-DATA-GERACAO   TO GW-DATA
           MOVE NF-TEXTO          TO GW-TEXTO
           WRITE GATEWAY-RECORD
           ADD 1 TO WRK-TOTAL-DET

           MOVE 'E'         TO NF-STATUS
           MOVE WRK-CD-DATA TO NF-DATA-STATUS
           REWRITE NOTIFICACAO-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

       GRAVA-TRAILER.
           MOVE SPACES        TO GATEWAY-RECORD
           MOVE '9'           TO GW-TIPO-REG
           MOVE WRK-TOTAL-DET TO GW-NUMERO
           MOVE WRK-CD-DATA   TO GW-DATA
           WRITE GATEWAY-RECORD.

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
           MOVE 'PROG131'       TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO  TO RN-EVENTO
           MOVE WRK-CD-DATA     TO RN-DATA
           MOVE WRK-CD-HORA     TO RN-HORA
           MOVE WRK-TOTAL-LIDAS TO RN-LIDOS
           MOVE WRK-TOTAL-DET   TO RN-GRAVADOS
           MOVE 0               TO RN-REJEITADOS
           MOVE RETURN-CODE     TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG131.
