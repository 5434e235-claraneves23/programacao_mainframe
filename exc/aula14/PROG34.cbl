      *  DIA E POR TURNO E IMPRIME O RELATORIO DE TENDENCIA: TOTAIS
      *  DIA A DIA, O DIA DE PICO DO MES E A LINHA DE COMPARACAO COM
      *  O TOTAL DO MES ANTERIOR (LIDO DO ARQUIVO MESANT E REGRAVADO
      *  EM MESATUAL PARA A PROXIMA RODADA). REGISTRA INICIO E FIM NO
      *  CONTROLE DE EXECUCOES (RUNCTL), POIS TAMBEM RODA COMO PASSO
      *  DO FECHAMENTO MENSAL (FECHMES) ACOMPANHADO PELO PROG84.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEND-REL-FILE ASSIGN TO "TENDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TENDREL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  AREA-LOG-FILE.
           05 MU-TOTAL        PIC 9(10).
       FD  TEND-REL-FILE.
           COPY TENDREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-AREALOG    PIC X(02) VALUE SPACES.
       77 WRK-FS-MESANT     PIC X(02) VALUE SPACES.
       77 WRK-FS-MESATU     PIC X(02) VALUE SPACES.
       77 WRK-FS-TENDREL    PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-FIM-AREALOG   PIC X(01) VALUE 'N'.
           88 FIM-AREALOG          VALUE 'S'.
       77 WRK-HORA-NUM      PIC 9(02) VALUE 0.
             10 TD-TARDE     PIC 9(08).
             10 TD-NOITE     PIC 9(08).
             10 TD-TOTAL     PIC 9(08).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           OPEN INPUT AREA-LOG-FILE
           IF WRK-FS-AREALOG = '35'
               DISPLAY 'ARQUIVO AREA-LOG DO MES VAZIO OU INEXISTENTE.'
               END-READ

               PERFORM UNTIL FIM-AREALOG
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM ACUMULA-DIA
                   READ AREA-LOG-FILE
                       AT END MOVE 'S' TO WRK-FIM-AREALOG
               PERFORM ESCREVE-RELATORIO
               PERFORM GRAVA-MES-ATUAL
           END-IF
           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
           MOVE WRK-TOT-MES TO MU-TOTAL
           WRITE MES-ATUAL-RECORD
           CLOSE MES-ATUAL-FILE.

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
           MOVE 'PROG34'         TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO   TO RN-EVENTO
           MOVE WRK-CD-DATA      TO RN-DATA
           MOVE WRK-CD-HORA      TO RN-HORA
           MOVE WRK-QTD-LIDOS    TO RN-LIDOS
           MOVE WRK-QTD-DIAS     TO RN-GRAVADOS
           MOVE 0                TO RN-REJEITADOS
           MOVE RETURN-CODE      TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG34.
