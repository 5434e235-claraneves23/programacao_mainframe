      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG127.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  GERACAO DO CALENDARIO DE AULAS DO SEMESTRE - PARA CADA TURMA
      *  DO SEMESTRE COM HORARIO ESTRUTURADO, GRAVA NO CALAULA UM
      *  REGISTRO POR DATA DE AULA: OS DIAS QUE CAEM NO DIA DA SEMANA
      *  DA TURMA (TU-DIA-SEMANA) ENTRE O INICIO E O FIM DO SEMESTRE
      *  NO CALACAD, MENOS OS FERIADOS E O RECESSO DO OPSCAL. PODE SER
      *  RODADO DE NOVO QUANDO UMA TURMA MUDA DE HORARIO OU O OPSCAL
      *  GANHA UM FERIADO: AS AULAS DA TURMA AINDA SEM CHAMADA SAO
      *  APAGADAS E GERADAS OUTRA VEZ, E AS QUE JA TEM CHAMADA FICAM.
      *  O SEMESTRE VEM DO PARM (AAAA-S); SEM PARM, E O PRIMEIRO DO
      *  CALACAD AINDA NAO ENCERRADO NA DATA DA RODADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT OPERACAO-CAL-FILE ASSIGN TO "OPSCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-DATA
               FILE STATUS IS WRK-FS-OPS.
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
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  OPERACAO-CAL-FILE.
           COPY OPSCAL.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  CALENDARIO-AULA-FILE.
           COPY CALAULA.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-OPS        PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-AULA       PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-AULA      PIC X(01) VALUE 'N'.
           88 FIM-AULA             VALUE 'S'.
       77 WRK-DIA-FECHADO   PIC X(01) VALUE 'N'.
           88 DIA-SEM-AULA         VALUE 'S'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-SEM-INICIO    PIC X(08) VALUE SPACES.
       77 WRK-SEM-FIM       PIC X(08) VALUE SPACES.
       77 WRK-DIA-INT       PIC 9(07) VALUE 0.
       77 WRK-DIA-SEMANA    PIC 9(01) VALUE 0.
       77 WRK-DESLOCA       PIC 9(01) VALUE 0.
       77 WRK-TOTAL-TURMAS  PIC 9(06) VALUE 0.
       77 WRK-TOTAL-SEM-HOR PIC 9(06) VALUE 0.
       77 WRK-TOTAL-AULAS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-MANTIDAS PIC 9(06) VALUE 0.
       77 WRK-TOTAL-APAGADAS PIC 9(06) VALUE 0.
       77 WRK-TOTAL-FERIADOS PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-TOTAL-ED2     PIC ZZZZZ9.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-DATA-DIA      PIC X(08) VALUE SPACES.
       01 WRK-DATA-DIA-N REDEFINES WRK-DATA-DIA PIC 9(08).

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

           PERFORM DEFINE-SEMESTRE
           IF RETURN-CODE < 8
               OPEN INPUT TURMA-MASTER-FILE
               IF WRK-FS-TURMA NOT = '00'
                   MOVE 'ACD0089E' TO MP-ID
                   MOVE 'ARQUIVO TURMAMST VAZIO OU INEXISTENTE.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE < 8
               OPEN I-O CALENDARIO-AULA-FILE
               IF WRK-FS-AULA = '35'
                   CLOSE CALENDARIO-AULA-FILE
                   OPEN OUTPUT CALENDARIO-AULA-FILE
                   CLOSE CALENDARIO-AULA-FILE
                   OPEN I-O CALENDARIO-AULA-FILE
               END-IF
               OPEN INPUT OPERACAO-CAL-FILE
               PERFORM PROCESSA-TURMAS
               IF WRK-FS-OPS NOT = '35'
                   CLOSE OPERACAO-CAL-FILE
               END-IF
               CLOSE CALENDARIO-AULA-FILE
               CLOSE TURMA-MASTER-FILE
               PERFORM EMITE-RESUMO
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DEFINE-SEMESTRE - Semestre do PARM, conferido no CALACAD, ou,
      * sem PARM, o primeiro ainda nao encerrado na data da rodada (o
      * corrente, ou o proximo quando a geracao roda nas ferias).
      ******************************************************************
       DEFINE-SEMESTRE.
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               MOVE 'ACD0088E' TO MP-ID
               MOVE 'CALACAD INDISPONIVEL - SEMESTRE NAO DEFINIDO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PARM-TAM > 0
                   MOVE PARM-TEXTO(1:6) TO WRK-SEMESTRE
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
                           IF CA-DATA-FIM NOT < WRK-CD-DATA
                               MOVE CA-SEMESTRE TO WRK-SEMESTRE
                               MOVE 'S' TO WRK-FIM-ARQ
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WRK-SEMESTRE TO CA-SEMESTRE
               READ CALENDARIO-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-SEMESTRE
                   NOT INVALID KEY
                       MOVE CA-DATA-INICIO TO WRK-SEM-INICIO
                       MOVE CA-DATA-FIM    TO WRK-SEM-FIM
               END-READ
               CLOSE CALENDARIO-FILE
               IF WRK-SEMESTRE = SPACES
                   MOVE 'ACD0088E' TO MP-ID
                   MOVE 'SEMESTRE NAO ENCONTRADO NO CALACAD.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * PROCESSA-TURMAS - Varre o TURMA-MASTER e gera as aulas das
      * turmas do semestre. Turma com horario em texto livre (anterior
      * a estruturacao) nao tem dia da semana e fica sem calendario -
      * a chamada dela continua aceita em qualquer data.
      ******************************************************************
       PROCESSA-TURMAS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE SPACES TO TU-CODIGO
           START TURMA-MASTER-FILE KEY IS NOT LESS THAN TU-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ TURMA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF TU-SEMESTRE = WRK-SEMESTRE
                       ADD 1 TO WRK-TOTAL-TURMAS
                       IF TU-DIA-SEMANA IS NUMERIC
                           AND TU-HORA-INICIO IS NUMERIC
                           AND TU-HORA-FIM IS NUMERIC
                           AND TU-DIA-SEMANA >= 1
                           AND TU-DIA-SEMANA <= 6
                           PERFORM APAGA-AULAS-PENDENTES
                           PERFORM GERA-AULAS-TURMA
                       ELSE
                           ADD 1 TO WRK-TOTAL-SEM-HOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APAGA-AULAS-PENDENTES - Remove as aulas da turma que ainda nao
      * tem chamada, para que a nova geracao reflita o horario e o
      * OPSCAL de hoje; aula com chamada feita nao sai do calendario.
      ******************************************************************
       APAGA-AULAS-PENDENTES.
           MOVE 'N' TO WRK-FIM-AULA
           MOVE TU-CODIGO TO CL-TURMA
           MOVE SPACES    TO CL-DATA
           START CALENDARIO-AULA-FILE KEY IS NOT LESS THAN CL-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-AULA
           END-START
           PERFORM UNTIL FIM-AULA
               READ CALENDARIO-AULA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-AULA
               END-READ
               IF NOT FIM-AULA
                   IF CL-TURMA NOT = TU-CODIGO
                       MOVE 'S' TO WRK-FIM-AULA
                   ELSE
                       IF NOT CL-CHAMADA-FEITA
                           DELETE CALENDARIO-AULA-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WRK-TOTAL-APAGADAS
                           END-DELETE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * GERA-AULAS-TURMA - Acha a primeira data do semestre que cai no
      * dia da semana da turma (0=DOM 1=SEG ... 6=SAB, pela mesma
      * conta de INTEGER-OF-DATE do PROG36) e anda de sete em sete
      * dias ate o fim do semestre.
      ******************************************************************
       GERA-AULAS-TURMA.
           MOVE WRK-SEM-INICIO TO WRK-DATA-DIA
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA-N)
           COMPUTE WRK-DIA-SEMANA = FUNCTION REM(WRK-DIA-INT, 7)
           COMPUTE WRK-DESLOCA =
               FUNCTION MOD(TU-DIA-SEMANA - WRK-DIA-SEMANA + 7, 7)
           IF WRK-DESLOCA > 0
               MOVE 3            TO DP-OPERACAO
               MOVE WRK-DATA-DIA TO DP-DATA-1
               MOVE WRK-DESLOCA  TO DP-DIAS
               CALL 'PROG104' USING DATA-PARAMETROS
               MOVE DP-RESULTADO TO WRK-DATA-DIA
           END-IF
           PERFORM UNTIL WRK-DATA-DIA > WRK-SEM-FIM
               PERFORM GRAVA-AULA
               MOVE 3            TO DP-OPERACAO
               MOVE WRK-DATA-DIA TO DP-DATA-1
               MOVE 7            TO DP-DIAS
               CALL 'PROG104' USING DATA-PARAMETROS
               MOVE DP-RESULTADO TO WRK-DATA-DIA
           END-PERFORM.

       GRAVA-AULA.
           MOVE 'N' TO WRK-DIA-FECHADO
           IF WRK-FS-OPS NOT = '35'
               MOVE WRK-DATA-DIA TO OC-DATA
               READ OPERACAO-CAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OC-FERIADO OR OC-RECESSO
                           MOVE 'S' TO WRK-DIA-FECHADO
                       END-IF
               END-READ
           END-IF
           IF DIA-SEM-AULA
               ADD 1 TO WRK-TOTAL-FERIADOS
           ELSE
               MOVE SPACES         TO CALENDARIO-AULA-RECORD
               MOVE TU-CODIGO      TO CL-TURMA
               MOVE WRK-DATA-DIA   TO CL-DATA
               MOVE TU-SEMESTRE    TO CL-SEMESTRE
               MOVE TU-MATERIA     TO CL-MATERIA
               MOVE TU-HORA-INICIO TO CL-HORA-INICIO
               MOVE TU-HORA-FIM    TO CL-HORA-FIM
               MOVE 'N'            TO CL-CHAMADA
               WRITE CALENDARIO-AULA-RECORD
                   INVALID KEY
                       ADD 1 TO WRK-TOTAL-MANTIDAS
                   NOT INVALID KEY
                       ADD 1 TO WRK-TOTAL-AULAS
               END-WRITE
           END-IF.

      ******************************************************************
      * EMITE-RESUMO - Totais da geracao no console.
      ******************************************************************
       EMITE-RESUMO.
           MOVE WRK-TOTAL-TURMAS TO WRK-TOTAL-ED
           MOVE WRK-TOTAL-AULAS  TO WRK-TOTAL-ED2
           MOVE 'ACD0090I' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'SEMESTRE ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               ': ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' TURMAS, ' DELIMITED BY SIZE
               WRK-TOTAL-ED2 DELIMITED BY SIZE
               ' AULAS GERADAS.' DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM

           MOVE WRK-TOTAL-MANTIDAS TO WRK-TOTAL-ED
           MOVE WRK-TOTAL-FERIADOS TO WRK-TOTAL-ED2
           MOVE 'ACD0090I' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'JA COM CHAMADA: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               '  FERIADO/RECESSO: ' DELIMITED BY SIZE
               WRK-TOTAL-ED2 DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM

           IF WRK-TOTAL-SEM-HOR > 0
               MOVE WRK-TOTAL-SEM-HOR TO WRK-TOTAL-ED
               MOVE 'ACD0091W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING WRK-TOTAL-ED DELIMITED BY SIZE
                   ' TURMA(S) SEM HORARIO ESTRUTURADO, SEM AULAS.'
                   DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           END-IF.

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
           MOVE 'PROG127'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-TOTAL-TURMAS    TO RN-LIDOS
           MOVE WRK-TOTAL-AULAS     TO RN-GRAVADOS
           MOVE WRK-TOTAL-SEM-HOR   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG127.
