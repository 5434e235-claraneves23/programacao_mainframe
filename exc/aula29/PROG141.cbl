      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG141.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  FERRAMENTAS EM ATRASO - PERCORRE O CADASTRO DE FERRAMENTAS E,
      *  PARA CADA FERRAMENTA EMPRESTADA, LE A RETIRADA ABERTA
      *  (FERRMOV); AS QUE JA PASSARAM DA DATA PREVISTA DE DEVOLUCAO
      *  SAEM NO RELATORIO COM O OPERADOR QUE AS RETIROU, A ORDEM DE
      *  SERVICO E OS DIAS DE ATRASO, COM O TOTAL DE EMPRESTADAS E DE
      *  ATRASADAS. HAVENDO ATRASO, A RODADA TERMINA COM RC=4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FERRAMENTA-FILE ASSIGN TO "FERRAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-PATRIMONIO
               FILE STATUS IS WRK-FS-FERRAM.
           SELECT RETIRADA-FILE ASSIGN TO "FERRMOV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-NUMERO
               ALTERNATE RECORD KEY IS FR-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS FR-ORDEM WITH DUPLICATES
               FILE STATUS IS WRK-FS-RETIR.
           SELECT FERR-ATRASO-REL-FILE ASSIGN TO "FERRATR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  FERRAMENTA-FILE.
           COPY FERRAMR.
       FD  RETIRADA-FILE.
           COPY FERRMOV.
       FD  FERR-ATRASO-REL-FILE.
           COPY FERRATR.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FERRAM     PIC X(02) VALUE SPACES.
       77 WRK-FS-RETIR      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-HOJE          PIC X(08) VALUE SPACES.
       77 WRK-DIAS-ATRASO   PIC S9(05) VALUE 0.
       77 WRK-TOTAL-LIDOS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-EMPREST PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ATRASO  PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-DIAS-ED       PIC ZZZ9.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).

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
           MOVE WRK-CD-DATA TO WRK-HOJE

           OPEN INPUT FERRAMENTA-FILE
           IF WRK-FS-FERRAM NOT = '00'
               MOVE 'ACD0113E' TO MP-ID
               MOVE 'FERRAMST INDISPONIVEL - RELATORIO NAO EMITIDO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT RETIRADA-FILE
               IF WRK-FS-RETIR NOT = '00'
                   MOVE 'ACD0113E' TO MP-ID
                   MOVE 'FERRMOV INDISPONIVEL - RELATORIO NAO EMITIDO.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   CLOSE FERRAMENTA-FILE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF RETURN-CODE < 8
               OPEN OUTPUT FERR-ATRASO-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM PERCORRE-FERRAMENTAS
               PERFORM ESCREVE-RESUMO
               CLOSE FERR-ATRASO-REL-FILE
               CLOSE RETIRADA-FILE
               CLOSE FERRAMENTA-FILE
               IF WRK-TOTAL-ATRASO > 0
                   MOVE WRK-TOTAL-ATRASO TO WRK-TOTAL-ED
                   MOVE 'ACD0114W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'FERRAMENTAS COM DEVOLUCAO EM ATRASO: '
                       DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

       ESCREVE-CABECALHO.
           MOVE WRK-HOJE(7:2) TO WRK-DE-DIA
           MOVE WRK-HOJE(5:2) TO WRK-DE-MES
           MOVE WRK-HOJE(1:4) TO WRK-DE-ANO
           MOVE SPACES TO FERR-ATRASO-REL-LINHA
           STRING 'FERRAMENTAS EM ATRASO EM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO FERR-ATRASO-REL-LINHA
           WRITE FERR-ATRASO-REL-LINHA
           MOVE SPACES TO FERR-ATRASO-REL-LINHA
           WRITE FERR-ATRASO-REL-LINHA
           MOVE SPACES TO FERR-ATRASO-REL-LINHA
           STRING 'PATRIM.  DESCRICAO                      OPERADOR'
               DELIMITED BY SIZE
               ' ORDEM    PREVISTA   DIAS' DELIMITED BY SIZE
               INTO FERR-ATRASO-REL-LINHA
           WRITE FERR-ATRASO-REL-LINHA.

      ******************************************************************
      * PERCORRE-FERRAMENTAS - Cada ferramenta emprestada tem a
      * retirada aberta conferida contra a data de hoje.
      ******************************************************************
       PERCORRE-FERRAMENTAS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO FE-PATRIMONIO
           START FERRAMENTA-FILE KEY IS NOT LESS THAN FE-PATRIMONIO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ FERRAMENTA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-TOTAL-LIDOS
                   IF FE-EMPRESTADA
                       ADD 1 TO WRK-TOTAL-EMPREST
                       PERFORM CONFERE-RETIRADA
                   END-IF
               END-IF
           END-PERFORM.

       CONFERE-RETIRADA.
           MOVE FE-RETIRADA TO FR-NUMERO
           READ RETIRADA-FILE
               INVALID KEY
                   PERFORM ESCREVE-SEM-RETIRADA
               NOT INVALID KEY
                   IF FR-ABERTA AND FR-DATA-PREVISTA < WRK-HOJE
                       PERFORM ESCREVE-ATRASO
                   END-IF
           END-READ.

       ESCREVE-SEM-RETIRADA.
           MOVE SPACES TO FERR-ATRASO-REL-LINHA
           STRING FE-PATRIMONIO DELIMITED BY SIZE
               ' EMPRESTADA SEM RETIRADA ' DELIMITED BY SIZE
               FE-RETIRADA DELIMITED BY SIZE
               ' NO FERRMOV.' DELIMITED BY SIZE
               INTO FERR-ATRASO-REL-LINHA
           WRITE FERR-ATRASO-REL-LINHA.

       ESCREVE-ATRASO.
           ADD 1 TO WRK-TOTAL-ATRASO
           MOVE 4                TO DP-OPERACAO
           MOVE WRK-HOJE         TO DP-DATA-1
           MOVE FR-DATA-PREVISTA TO DP-DATA-2
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-DIAS TO WRK-DIAS-ATRASO
           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
           MOVE FR-DATA-PREVISTA(7:2) TO WRK-DE-DIA
           MOVE FR-DATA-PREVISTA(5:2) TO WRK-DE-MES
           MOVE FR-DATA-PREVISTA(1:4) TO WRK-DE-ANO
           MOVE SPACES TO FERR-ATRASO-REL-LINHA
           STRING FE-PATRIMONIO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FE-DESCRICAO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FR-OPERADOR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FR-ORDEM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               INTO FERR-ATRASO-REL-LINHA
           WRITE FERR-ATRASO-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE SPACES TO FERR-ATRASO-REL-LINHA
           WRITE FERR-ATRASO-REL-LINHA
           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-ED
           MOVE SPACES TO FERR-ATRASO-REL-LINHA
           STRING 'FERRAMENTAS CADASTRADAS: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO FERR-ATRASO-REL-LINHA
           WRITE FERR-ATRASO-REL-LINHA
           MOVE WRK-TOTAL-EMPREST TO WRK-TOTAL-ED
           MOVE SPACES TO FERR-ATRASO-REL-LINHA
           STRING 'EMPRESTADAS............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO FERR-ATRASO-REL-LINHA
           WRITE FERR-ATRASO-REL-LINHA
           MOVE WRK-TOTAL-ATRASO TO WRK-TOTAL-ED
           MOVE SPACES TO FERR-ATRASO-REL-LINHA
           STRING 'EM ATRASO..............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO FERR-ATRASO-REL-LINHA
           WRITE FERR-ATRASO-REL-LINHA.

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
           MOVE 'PROG141'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-TOTAL-LIDOS     TO RN-LIDOS
           MOVE WRK-TOTAL-ATRASO    TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG141.
