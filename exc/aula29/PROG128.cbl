      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG128.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  RELATORIO SEMANAL DE AULAS SEM CHAMADA - PERCORRE O
      *  CALENDARIO DE AULAS (CALAULA) DO SEMESTRE E LISTA, POR
      *  TURMA, COM A MATERIA E O INSTRUTOR, AS AULAS JA PASSADAS EM
      *  QUE NENHUMA CHAMADA FOI REGISTRADA NO PROG19. AS DA ULTIMA
      *  SEMANA SAEM MARCADAS; AS MAIS ANTIGAS CONTINUAM NA LISTA ATE
      *  A CHAMADA SER LANCADA EM ATRASO, PORQUE CONTAM COMO FALTA NO
      *  PERCENTUAL DE FREQUENCIA. O SEMESTRE VEM DO PARM (AAAA-S);
      *  SEM PARM, E O DE INICIO MAIS RECENTE JA ALCANCADO PELA DATA
      *  DA RODADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT CALENDARIO-AULA-FILE ASSIGN TO "CALAULA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CL-CHAVE
               FILE STATUS IS WRK-FS-AULA.
           SELECT CHAM-REL-FILE ASSIGN TO "CHAMREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  CALENDARIO-AULA-FILE.
           COPY CALAULA.
       FD  CHAM-REL-FILE.
           COPY CHAMREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-AULA       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-HOJE          PIC X(08) VALUE SPACES.
       77 WRK-SEMANA-INICIO PIC X(08) VALUE SPACES.
       77 WRK-TURMA-ATUAL   PIC X(06) VALUE SPACES.
       77 WRK-PEND-TURMA    PIC 9(04) VALUE 0.
       77 WRK-TOTAL-LIDOS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-PEND    PIC 9(06) VALUE 0.
       77 WRK-TOTAL-SEMANA  PIC 9(06) VALUE 0.
       77 WRK-TOTAL-TURMAS  PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-QTD-ED        PIC ZZZ9.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).
       01 WRK-HORA-ED.
          05 WRK-HE-HH      PIC X(02).
          05 FILLER         PIC X(01) VALUE ':'.
          05 WRK-HE-MM      PIC X(02).

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(10).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE
           MOVE 3        TO DP-OPERACAO
           MOVE WRK-HOJE TO DP-DATA-1
           MOVE -7       TO DP-DIAS
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-RESULTADO TO WRK-SEMANA-INICIO

           PERFORM DEFINE-SEMESTRE
           IF RETURN-CODE < 8
               OPEN INPUT CALENDARIO-AULA-FILE
               IF WRK-FS-AULA NOT = '00'
                   MOVE 'ACD0093E' TO MP-ID
                   MOVE 'CALAULA INDISPONIVEL - GERAR COM O PROG127.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE < 8
               OPEN INPUT TURMA-MASTER-FILE
               OPEN OUTPUT CHAM-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM PROCESSA-AULAS
               PERFORM ESCREVE-RESUMO
               CLOSE CHAM-REL-FILE
               IF WRK-FS-TURMA = '00'
                   CLOSE TURMA-MASTER-FILE
               END-IF
               CLOSE CALENDARIO-AULA-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DEFINE-SEMESTRE - Semestre do PARM, conferido no CALACAD, ou,
      * sem PARM, o de inicio mais recente ja alcancado pela data da
      * rodada.
      ******************************************************************
       DEFINE-SEMESTRE.
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               MOVE 'ACD0092E' TO MP-ID
               MOVE 'CALACAD INDISPONIVEL - SEMESTRE NAO DEFINIDO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PARM-TAM > 0
                   MOVE PARM-TEXTO(1:6) TO CA-SEMESTRE
                   READ CALENDARIO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CA-SEMESTRE TO WRK-SEMESTRE
                   END-READ
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQ
                   MOVE SPACES TO CA-SEMESTRE
                   START CALENDARIO-FILE
                       KEY IS NOT LESS THAN CA-SEMESTRE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-START
                   PERFORM UNTIL FIM-ARQ
                       READ CALENDARIO-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQ
                       END-READ
                       IF NOT FIM-ARQ
                           IF CA-DATA-INICIO NOT > WRK-HOJE
                               MOVE CA-SEMESTRE TO WRK-SEMESTRE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CALENDARIO-FILE
               IF WRK-SEMESTRE = SPACES
                   MOVE 'ACD0092E' TO MP-ID
                   MOVE 'SEMESTRE NAO ENCONTRADO NO CALACAD.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * PROCESSA-AULAS - Varre o CALAULA em ordem de turma e data; a
      * cada troca de turma fecha a contagem da anterior. So entram
      * aulas do semestre, anteriores a hoje e sem chamada.
      ******************************************************************
       PROCESSA-AULAS.
           MOVE SPACES TO WRK-TURMA-ATUAL
           MOVE 0 TO WRK-PEND-TURMA
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO CL-CHAVE
           START CALENDARIO-AULA-FILE KEY IS NOT LESS THAN CL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ CALENDARIO-AULA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-TOTAL-LIDOS
                   IF CL-SEMESTRE = WRK-SEMESTRE
                       AND CL-DATA < WRK-HOJE
                       AND NOT CL-CHAMADA-FEITA
                       PERFORM LISTA-AULA-PENDENTE
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-TURMA-ATUAL NOT = SPACES
               PERFORM FECHA-TURMA
           END-IF.

       LISTA-AULA-PENDENTE.
           IF CL-TURMA NOT = WRK-TURMA-ATUAL
               IF WRK-TURMA-ATUAL NOT = SPACES
                   PERFORM FECHA-TURMA
               END-IF
               PERFORM ABRE-TURMA
           END-IF
           MOVE CL-DATA(7:2) TO WRK-DE-DIA
           MOVE CL-DATA(5:2) TO WRK-DE-MES
           MOVE CL-DATA(1:4) TO WRK-DE-ANO
           MOVE CL-HORA-INICIO(1:2) TO WRK-HE-HH
           MOVE CL-HORA-INICIO(3:2) TO WRK-HE-MM
           MOVE SPACES TO CHAM-REL-LINHA
           STRING '   ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-HORA-ED DELIMITED BY SIZE
               INTO CHAM-REL-LINHA
           IF CL-DATA NOT < WRK-SEMANA-INICIO
               MOVE '* ULTIMA SEMANA' TO CHAM-REL-LINHA(23:15)
               ADD 1 TO WRK-TOTAL-SEMANA
           END-IF
           WRITE CHAM-REL-LINHA
           ADD 1 TO WRK-PEND-TURMA
           ADD 1 TO WRK-TOTAL-PEND.

       ABRE-TURMA.
           MOVE CL-TURMA TO WRK-TURMA-ATUAL
           MOVE 0 TO WRK-PEND-TURMA
           ADD 1 TO WRK-TOTAL-TURMAS
           MOVE SPACES TO TU-INSTRUTOR
           IF WRK-FS-TURMA = '00'
               MOVE CL-TURMA TO TU-CODIGO
               READ TURMA-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO TU-INSTRUTOR
               END-READ
           END-IF
           MOVE SPACES TO CHAM-REL-LINHA
           STRING 'TURMA ' DELIMITED BY SIZE
               CL-TURMA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CL-MATERIA DELIMITED BY SIZE
               ' INSTRUTOR ' DELIMITED BY SIZE
               TU-INSTRUTOR DELIMITED BY SIZE
               INTO CHAM-REL-LINHA
           WRITE CHAM-REL-LINHA.

       FECHA-TURMA.
           MOVE WRK-PEND-TURMA TO WRK-QTD-ED
           MOVE SPACES TO CHAM-REL-LINHA
           STRING '   AULAS SEM CHAMADA: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CHAM-REL-LINHA
           WRITE CHAM-REL-LINHA
           MOVE SPACES TO CHAM-REL-LINHA
           WRITE CHAM-REL-LINHA.

       ESCREVE-CABECALHO.
           MOVE SPACES TO CHAM-REL-LINHA
           STRING 'AULAS SEM CHAMADA - SEMESTRE ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               ' ATE ' DELIMITED BY SIZE
               WRK-HOJE DELIMITED BY SIZE
               ' (EXCLUSIVE)' DELIMITED BY SIZE
               INTO CHAM-REL-LINHA
           WRITE CHAM-REL-LINHA
           MOVE '----------------------------------------'
               TO CHAM-REL-LINHA
           WRITE CHAM-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO CHAM-REL-LINHA
           WRITE CHAM-REL-LINHA

           MOVE WRK-TOTAL-TURMAS TO WRK-TOTAL-ED
           MOVE SPACES TO CHAM-REL-LINHA
           STRING 'TURMAS COM AULA SEM CHAMADA...: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO CHAM-REL-LINHA
           WRITE CHAM-REL-LINHA

           MOVE WRK-TOTAL-PEND TO WRK-TOTAL-ED
           MOVE SPACES TO CHAM-REL-LINHA
           STRING 'AULAS SEM CHAMADA.............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO CHAM-REL-LINHA
           WRITE CHAM-REL-LINHA

           MOVE WRK-TOTAL-SEMANA TO WRK-TOTAL-ED
           MOVE SPACES TO CHAM-REL-LINHA
           STRING '   DA ULTIMA SEMANA...........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO CHAM-REL-LINHA
           WRITE CHAM-REL-LINHA.

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
           MOVE 'PROG128'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-TOTAL-LIDOS     TO RN-LIDOS
           MOVE WRK-TOTAL-PEND      TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG128.
