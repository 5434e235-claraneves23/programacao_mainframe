      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG126.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  CALENDARIO DE PROVAS DO SEMESTRE - DISTRIBUI A PROVA DE CADA
      *  TURMA DO SEMESTRE (TURMAMST) PELOS TURNOS DOS DIAS DA JANELA
      *  DE EXAMES DO CALENDARIO ACADEMICO (CA-EXAME-INICIO A
      *  CA-EXAME-FIM), PULANDO DOMINGOS E OS DIAS NAO OPERACIONAIS
      *  DO CALENDARIO DE OPERACAO (OPSCAL). NENHUM ALUNO COM VINCULO
      *  NO MATRICULA-TURMA PODE FICAR COM DUAS PROVAS NO MESMO TURNO
      *  NEM PASSAR DO LIMITE DE PROVAS POR DIA DO PROVPARM. AS TURMAS
      *  ENTRAM DA MAIS CHEIA PARA A MAIS VAZIA, CADA UMA NO TURNO
      *  POSSIVEL COM MENOS PROVAS JA MARCADAS. EMITE O CALENDARIO POR
      *  DATA E TURNO COM AS TURMAS QUE NAO COUBERAM (PROVAREL) E O
      *  CALENDARIO INDIVIDUAL DE CADA ALUNO (PROVALU). O SEMESTRE VEM
      *  DO PARM (AAAA-S); SEM PARM, E O DE INICIO MAIS RECENTE JA
      *  ALCANCADO PELA DATA DA RODADA.
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
           SELECT MATRICULA-TURMA-FILE ASSIGN TO "MATRTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WRK-FS-MATR.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT PROVA-PARM-FILE ASSIGN TO "PROVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT PROVA-REL-FILE ASSIGN TO "PROVAREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT PROVA-ALU-FILE ASSIGN TO "PROVALU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALU.
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
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  PROVA-PARM-FILE.
           COPY PROVPARM.
       FD  PROVA-REL-FILE.
           COPY PROVAREL.
       FD  PROVA-ALU-FILE.
           COPY PROVALU.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-OPS        PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-PARM       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-ALU        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-ESTOURO       PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA     VALUE 'S'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-EXAME-INICIO  PIC X(08) VALUE SPACES.
       77 WRK-EXAME-FIM     PIC X(08) VALUE SPACES.
       77 WRK-TURNOS        PIC 9(01) VALUE 0.
       77 WRK-LIMITE        PIC 9(01) VALUE 0.
       77 WRK-MAX-DIAS      PIC 9(02) VALUE 40.
       77 WRK-MAX-TURMAS    PIC 9(03) VALUE 300.
       77 WRK-MAX-ALUNOS    PIC 9(04) VALUE 3000.
       77 WRK-MAX-VINCULOS  PIC 9(05) VALUE 9000.
       77 WRK-MAX-LISTA     PIC 9(03) VALUE 999.
       77 WRK-QTD-DIAS      PIC 9(02) VALUE 0.
       77 WRK-DIAS-PULADOS  PIC 9(03) VALUE 0.
       77 WRK-QTD-TURMAS    PIC 9(03) VALUE 0.
       77 WRK-QTD-ALUNOS    PIC 9(04) VALUE 0.
       77 WRK-QTD-VINCULOS  PIC 9(05) VALUE 0.
       77 WRK-QTD-LISTA     PIC 9(03) VALUE 0.
       77 WRK-DX            PIC 9(02) VALUE 0.
       77 WRK-KX            PIC 9(01) VALUE 0.
       77 WRK-TX            PIC 9(03) VALUE 0.
       77 WRK-UX            PIC 9(03) VALUE 0.
       77 WRK-AX            PIC 9(04) VALUE 0.
       77 WRK-VX            PIC 9(05) VALUE 0.
       77 WRK-VFIM          PIC 9(05) VALUE 0.
       77 WRK-LX            PIC 9(03) VALUE 0.
       77 WRK-NX            PIC 9(01) VALUE 0.
       77 WRK-PROXIMA       PIC 9(03) VALUE 0.
       77 WRK-MAIOR         PIC S9(05) VALUE 0.
       77 WRK-MELHOR-DIA    PIC 9(02) VALUE 0.
       77 WRK-MELHOR-TURNO  PIC 9(01) VALUE 0.
       77 WRK-MELHOR-QTD    PIC 9(03) VALUE 0.
       77 WRK-PROVAS-DIA    PIC 9(02) VALUE 0.
       77 WRK-RODADA        PIC 9(03) VALUE 0.
       77 WRK-DIA-FECHADO   PIC X(01) VALUE 'N'.
           88 DIA-NAO-OPERACIONAL  VALUE 'S'.
       77 WRK-CHOQUE        PIC X(01) VALUE 'N'.
           88 HA-CHOQUE            VALUE 'S'.
       77 WRK-ESTOURA-LIMITE PIC X(01) VALUE 'N'.
           88 PASSA-DO-LIMITE      VALUE 'S'.
       77 WRK-SO-LIMITE     PIC X(01) VALUE 'N'.
           88 BARRADA-PELO-LIMITE  VALUE 'S'.
       77 WRK-PROVAS-ALUNO  PIC 9(02) VALUE 0.
       77 WRK-TOTAL-ALOCADAS PIC 9(06) VALUE 0.
       77 WRK-TOTAL-NAO-ALOC PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-QTD-ED        PIC ZZZ9.
       77 WRK-LIMITE-ED     PIC 9.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-TURNOS-TAB.
          05 WRK-HORA-TURNO PIC 9(04) OCCURS 4 TIMES.
       01 WRK-HORA-ED.
          05 WRK-HE-HH      PIC 9(02).
          05 FILLER         PIC X(01) VALUE ':'.
          05 WRK-HE-MM      PIC 9(02).
       01 WRK-HORA-TURNO-R.
          05 WRK-HT-HH      PIC 9(02).
          05 WRK-HT-MM      PIC 9(02).
       01 WRK-HORA-TURNO-N REDEFINES WRK-HORA-TURNO-R PIC 9(04).
       01 WRK-DATA-DIA      PIC X(08) VALUE SPACES.
       01 WRK-DATA-DIA-N REDEFINES WRK-DATA-DIA PIC 9(08).
       77 WRK-DIA-INT       PIC 9(07) VALUE 0.
       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).

      *  NOMES DOS DIAS DA SEMANA, NA NUMERACAO DE TU-DIA-SEMANA MAIS
      *  UM (1=DOMINGO ... 7=SABADO).
       01 TABELA-NOMES-DIA.
          05 FILLER         PIC X(13) VALUE 'DOMINGO'.
          05 FILLER         PIC X(13) VALUE 'SEGUNDA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'TERCA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'QUARTA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'QUINTA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'SEXTA-FEIRA'.
          05 FILLER         PIC X(13) VALUE 'SABADO'.
       01 TABELA-NOMES-DIA-R REDEFINES TABELA-NOMES-DIA.
          05 DS-NOME        PIC X(13) OCCURS 7 TIMES.

      *  DIAS DE PROVA DA JANELA DE EXAMES E QUANTAS PROVAS JA FORAM
      *  MARCADAS EM CADA TURNO.
       01 TABELA-DIAS-PROVA.
          05 PD-ENTRY OCCURS 40 TIMES.
             10 PD-DATA        PIC X(08).
             10 PD-DIA-SEMANA  PIC 9(01).
             10 PD-QTD-TURNO   PIC 9(03) OCCURS 4 TIMES.

      *  TURMAS DO SEMESTRE, COM O DIA E O TURNO DA PROVA.
       01 TABELA-TURMAS-PROVA.
          05 PT-ENTRY OCCURS 300 TIMES.
             10 PT-CODIGO      PIC X(06).
             10 PT-MATERIA     PIC X(15).
             10 PT-QTD-ALUNOS  PIC 9(04).
             10 PT-DIA         PIC 9(02).
             10 PT-TURNO       PIC 9(01).
             10 PT-SITUACAO    PIC X(01).
                88 PT-PENDENTE       VALUE ' '.
                88 PT-ALOCADA        VALUE 'A'.
                88 PT-NAO-ALOCADA    VALUE 'N'.
             10 PT-MOTIVO      PIC X(01).
                88 PT-MOTIVO-CHOQUE  VALUE 'C'.
                88 PT-MOTIVO-LIMITE  VALUE 'L'.

      *  ALUNOS COM VINCULO EM TURMA DO SEMESTRE: O MATRTUR VEM EM
      *  ORDEM DE ALUNO + TURMA, ENTAO OS VINCULOS DE CADA ALUNO FICAM
      *  CONTIGUOS NA TABELA DE VINCULOS, A PARTIR DE PA-PRIMEIRO.
       01 TABELA-ALUNOS-PROVA.
          05 PA-ENTRY OCCURS 3000 TIMES.
             10 PA-ALUNO-ID    PIC X(14).
             10 PA-PRIMEIRO    PIC 9(05).
             10 PA-QTD         PIC 9(02).
       01 TABELA-VINCULOS.
          05 VN-ENTRY OCCURS 9000 TIMES.
             10 VN-TURMA       PIC 9(03).
             10 VN-ALUNO       PIC 9(04).

      *  ALUNOS DA TURMA QUE ESTA SENDO ALOCADA.
       01 TABELA-LISTA.
          05 LS-ALUNO       PIC 9(04) OCCURS 999 TIMES.

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
               PERFORM CARREGA-PARAMETROS
               PERFORM MONTA-DIAS-PROVA
           END-IF
           IF RETURN-CODE < 8
               PERFORM CARREGA-TURMAS
           END-IF
           IF RETURN-CODE < 8
               PERFORM CARREGA-VINCULOS
           END-IF
           IF RETURN-CODE < 8
               PERFORM ALOCA-PROVAS
               OPEN OUTPUT PROVA-REL-FILE
               OPEN OUTPUT PROVA-ALU-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM EMITE-CALENDARIO
               PERFORM EMITE-NAO-ALOCADAS
               PERFORM ESCREVE-RESUMO
               PERFORM EMITE-CALENDARIO-ALUNOS
               CLOSE PROVA-ALU-FILE
               CLOSE PROVA-REL-FILE
               IF WRK-TOTAL-NAO-ALOC > 0
                   MOVE WRK-TOTAL-NAO-ALOC TO WRK-TOTAL-ED
                   MOVE 'ACD0087W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING WRK-TOTAL-ED DELIMITED BY SIZE
                       ' TURMA(S) SEM TURNO DE PROVA - VER PROVAREL.'
                       DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DEFINE-SEMESTRE - Semestre do PARM, conferido no CALACAD, ou,
      * sem PARM, o de inicio mais recente ja alcancado pela data da
      * rodada; guarda a janela de exames dele.
      ******************************************************************
       DEFINE-SEMESTRE.
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               MOVE 'ACD0084E' TO MP-ID
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
                           IF CA-DATA-INICIO NOT > WRK-CD-DATA
                               MOVE CA-SEMESTRE TO WRK-SEMESTRE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               MOVE WRK-SEMESTRE TO CA-SEMESTRE
               READ CALENDARIO-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-SEMESTRE
                   NOT INVALID KEY
                       MOVE CA-EXAME-INICIO TO WRK-EXAME-INICIO
                       MOVE CA-EXAME-FIM    TO WRK-EXAME-FIM
               END-READ
               CLOSE CALENDARIO-FILE
               IF WRK-SEMESTRE = SPACES
                   MOVE 'ACD0084E' TO MP-ID
                   MOVE 'SEMESTRE NAO ENCONTRADO NO CALACAD.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * CARREGA-PARAMETROS - Turnos de prova por dia, horario de cada
      * um e limite de provas por aluno por dia, do PROVPARM; sem o
      * arquivo (ou com valor fora da faixa) valem tres turnos, 0800,
      * 1330 e 1900, e duas provas por dia.
      ******************************************************************
       CARREGA-PARAMETROS.
           MOVE 3    TO WRK-TURNOS
           MOVE 0800 TO WRK-HORA-TURNO(1)
           MOVE 1330 TO WRK-HORA-TURNO(2)
           MOVE 1900 TO WRK-HORA-TURNO(3)
           MOVE 0    TO WRK-HORA-TURNO(4)
           MOVE 2    TO WRK-LIMITE
           OPEN INPUT PROVA-PARM-FILE
           IF WRK-FS-PARM = '00'
               READ PROVA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PV-TURNOS-DIA IS NUMERIC
                           AND PV-TURNOS-DIA >= 1
                           AND PV-TURNOS-DIA <= 4
                           MOVE PV-TURNOS-DIA TO WRK-TURNOS
                           PERFORM VARYING WRK-KX FROM 1 BY 1
                               UNTIL WRK-KX > WRK-TURNOS
                               IF PV-HORA-TURNO(WRK-KX) IS NUMERIC
                                   MOVE PV-HORA-TURNO(WRK-KX)
                                       TO WRK-HORA-TURNO(WRK-KX)
                               END-IF
                           END-PERFORM
                       END-IF
                       IF PV-LIMITE-DIA IS NUMERIC
                           AND PV-LIMITE-DIA >= 1
                           MOVE PV-LIMITE-DIA TO WRK-LIMITE
                       END-IF
               END-READ
               CLOSE PROVA-PARM-FILE
           END-IF.

      ******************************************************************
      * MONTA-DIAS-PROVA - Dias da janela de exames em que ha prova:
      * fora os domingos e as datas cadastradas no OPSCAL (feriado,
      * recesso ou manutencao - os dias nao operacionais da casa).
      ******************************************************************
       MONTA-DIAS-PROVA.
           MOVE 0 TO WRK-QTD-DIAS
           MOVE 0 TO WRK-DIAS-PULADOS
           MOVE 1                TO DP-OPERACAO
           MOVE WRK-EXAME-INICIO TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA = 'S'
               MOVE 1             TO DP-OPERACAO
               MOVE WRK-EXAME-FIM TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
           END-IF
           IF DP-VALIDA = 'S'
               AND WRK-EXAME-FIM NOT < WRK-EXAME-INICIO
               OPEN INPUT OPERACAO-CAL-FILE
               MOVE WRK-EXAME-INICIO TO WRK-DATA-DIA
               MOVE 'N' TO WRK-ESTOURO
               PERFORM UNTIL WRK-DATA-DIA > WRK-EXAME-FIM
                   OR TABELA-ESTOURADA
                   PERFORM AVALIA-DIA-PROVA
                   MOVE 3            TO DP-OPERACAO
                   MOVE WRK-DATA-DIA TO DP-DATA-1
                   MOVE 1            TO DP-DIAS
                   CALL 'PROG104' USING DATA-PARAMETROS
                   MOVE DP-RESULTADO TO WRK-DATA-DIA
               END-PERFORM
               IF WRK-FS-OPS NOT = '35'
                   CLOSE OPERACAO-CAL-FILE
               END-IF
               IF TABELA-ESTOURADA
                   MOVE 'ACD0086W' TO MP-ID
                   MOVE 'JANELA DE EXAMES MAIOR QUE 40 DIAS DE PROVA.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
               END-IF
           END-IF
           IF WRK-QTD-DIAS = 0
               MOVE 'ACD0085E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'SEMESTRE ' DELIMITED BY SIZE
                   WRK-SEMESTRE DELIMITED BY SIZE
                   ' SEM DIA DE PROVA NA JANELA DE EXAMES.'
                   DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

       AVALIA-DIA-PROVA.
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA-N)
           IF FUNCTION REM(WRK-DIA-INT, 7) = 0
               ADD 1 TO WRK-DIAS-PULADOS
           ELSE
               MOVE 'N' TO WRK-DIA-FECHADO
               IF WRK-FS-OPS NOT = '35'
                   MOVE WRK-DATA-DIA TO OC-DATA
                   READ OPERACAO-CAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-DIA-FECHADO
                   END-READ
               END-IF
               IF DIA-NAO-OPERACIONAL
                   ADD 1 TO WRK-DIAS-PULADOS
               ELSE
                   IF WRK-QTD-DIAS >= WRK-MAX-DIAS
                       MOVE 'S' TO WRK-ESTOURO
                   ELSE
                       ADD 1 TO WRK-QTD-DIAS
                       MOVE WRK-DATA-DIA TO PD-DATA(WRK-QTD-DIAS)
                       COMPUTE PD-DIA-SEMANA(WRK-QTD-DIAS) =
                           FUNCTION REM(WRK-DIA-INT, 7)
                       MOVE 0 TO PD-QTD-TURNO(WRK-QTD-DIAS, 1)
                       MOVE 0 TO PD-QTD-TURNO(WRK-QTD-DIAS, 2)
                       MOVE 0 TO PD-QTD-TURNO(WRK-QTD-DIAS, 3)
                       MOVE 0 TO PD-QTD-TURNO(WRK-QTD-DIAS, 4)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CARREGA-TURMAS - Turmas do semestre, em ordem de codigo.
      ******************************************************************
       CARREGA-TURMAS.
           MOVE 0 TO WRK-QTD-TURMAS
           MOVE 'N' TO WRK-ESTOURO
           OPEN INPUT TURMA-MASTER-FILE
           IF WRK-FS-TURMA NOT = '00'
               MOVE 'ACD0085E' TO MP-ID
               MOVE 'ARQUIVO TURMAMST VAZIO OU INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
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
                           PERFORM GUARDA-TURMA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TURMA-MASTER-FILE
               IF TABELA-ESTOURADA
                   MOVE 'ACD0085E' TO MP-ID
                   MOVE 'MAIS DE 300 TURMAS NO SEMESTRE.' TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       GUARDA-TURMA.
           IF WRK-QTD-TURMAS >= WRK-MAX-TURMAS
               MOVE 'S' TO WRK-ESTOURO
           ELSE
               ADD 1 TO WRK-QTD-TURMAS
               MOVE TU-CODIGO  TO PT-CODIGO(WRK-QTD-TURMAS)
               MOVE TU-MATERIA TO PT-MATERIA(WRK-QTD-TURMAS)
               MOVE 0          TO PT-QTD-ALUNOS(WRK-QTD-TURMAS)
               MOVE 0          TO PT-DIA(WRK-QTD-TURMAS)
               MOVE 0          TO PT-TURNO(WRK-QTD-TURMAS)
               MOVE SPACE      TO PT-SITUACAO(WRK-QTD-TURMAS)
               MOVE SPACE      TO PT-MOTIVO(WRK-QTD-TURMAS)
           END-IF.

      ******************************************************************
      * CARREGA-VINCULOS - Le o MATRICULA-TURMA inteiro e guarda os
      * vinculos com turma do semestre, agrupados por aluno. Tabela
      * estourada e fatal: um vinculo fora dela seria um choque que
      * o calendario nao enxerga.
      ******************************************************************
       CARREGA-VINCULOS.
           MOVE 0 TO WRK-QTD-ALUNOS
           MOVE 0 TO WRK-QTD-VINCULOS
           MOVE 'N' TO WRK-ESTOURO
           OPEN INPUT MATRICULA-TURMA-FILE
           IF WRK-FS-MATR NOT = '00'
               MOVE 'ACD0085E' TO MP-ID
               MOVE 'ARQUIVO MATRTUR VAZIO OU INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO MT-CHAVE
               START MATRICULA-TURMA-FILE
                   KEY IS NOT LESS THAN MT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ OR TABELA-ESTOURADA
                   READ MATRICULA-TURMA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       PERFORM GUARDA-VINCULO
                   END-IF
               END-PERFORM
               CLOSE MATRICULA-TURMA-FILE
               IF TABELA-ESTOURADA
                   MOVE 'ACD0085E' TO MP-ID
                   MOVE 'TABELA DE ALUNOS OU VINCULOS DO SEMESTRE CHEIA'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       GUARDA-VINCULO.
           MOVE 0 TO WRK-TX
           PERFORM VARYING WRK-UX FROM 1 BY 1
               UNTIL WRK-UX > WRK-QTD-TURMAS OR WRK-TX > 0
               IF PT-CODIGO(WRK-UX) = MT-TURMA
                   MOVE WRK-UX TO WRK-TX
               END-IF
           END-PERFORM
           IF WRK-TX > 0
               IF WRK-QTD-ALUNOS = 0
                   PERFORM NOVO-ALUNO
               ELSE
                   IF PA-ALUNO-ID(WRK-QTD-ALUNOS) NOT = MT-ALUNO-ID
                       PERFORM NOVO-ALUNO
                   END-IF
               END-IF
               IF WRK-QTD-VINCULOS >= WRK-MAX-VINCULOS
                   MOVE 'S' TO WRK-ESTOURO
               END-IF
               IF NOT TABELA-ESTOURADA
                   ADD 1 TO WRK-QTD-VINCULOS
                   MOVE WRK-TX TO VN-TURMA(WRK-QTD-VINCULOS)
                   MOVE WRK-QTD-ALUNOS TO VN-ALUNO(WRK-QTD-VINCULOS)
                   ADD 1 TO PA-QTD(WRK-QTD-ALUNOS)
                   ADD 1 TO PT-QTD-ALUNOS(WRK-TX)
               END-IF
           END-IF.

       NOVO-ALUNO.
           IF WRK-QTD-ALUNOS >= WRK-MAX-ALUNOS
               MOVE 'S' TO WRK-ESTOURO
           ELSE
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE MT-ALUNO-ID TO PA-ALUNO-ID(WRK-QTD-ALUNOS)
               COMPUTE PA-PRIMEIRO(WRK-QTD-ALUNOS) =
                   WRK-QTD-VINCULOS + 1
               MOVE 0 TO PA-QTD(WRK-QTD-ALUNOS)
           END-IF.

      ******************************************************************
      * ALOCA-PROVAS - Uma rodada por turma: escolhe a pendente com
      * mais alunos (as mais dificeis de encaixar vao primeiro) e a
      * coloca no turno sem choque, dentro do limite diario de todos
      * os seus alunos, que tenha menos provas ja marcadas.
      ******************************************************************
       ALOCA-PROVAS.
           MOVE 0 TO WRK-TOTAL-ALOCADAS
           MOVE 0 TO WRK-TOTAL-NAO-ALOC
           PERFORM VARYING WRK-RODADA FROM 1 BY 1
               UNTIL WRK-RODADA > WRK-QTD-TURMAS
               PERFORM SELECIONA-PROXIMA
               PERFORM MONTA-LISTA-TURMA
               PERFORM ESCOLHE-TURNO
           END-PERFORM.

       SELECIONA-PROXIMA.
           MOVE 0  TO WRK-PROXIMA
           MOVE -1 TO WRK-MAIOR
           PERFORM VARYING WRK-UX FROM 1 BY 1
               UNTIL WRK-UX > WRK-QTD-TURMAS
               IF PT-PENDENTE(WRK-UX)
                   AND PT-QTD-ALUNOS(WRK-UX) > WRK-MAIOR
                   MOVE WRK-UX TO WRK-PROXIMA
                   MOVE PT-QTD-ALUNOS(WRK-UX) TO WRK-MAIOR
               END-IF
           END-PERFORM
           MOVE WRK-PROXIMA TO WRK-TX.

       MONTA-LISTA-TURMA.
           MOVE 0 TO WRK-QTD-LISTA
           PERFORM VARYING WRK-VX FROM 1 BY 1
               UNTIL WRK-VX > WRK-QTD-VINCULOS
               IF VN-TURMA(WRK-VX) = WRK-TX
                   AND WRK-QTD-LISTA < WRK-MAX-LISTA
                   ADD 1 TO WRK-QTD-LISTA
                   MOVE VN-ALUNO(WRK-VX) TO LS-ALUNO(WRK-QTD-LISTA)
               END-IF
           END-PERFORM.

       ESCOLHE-TURNO.
           MOVE 0   TO WRK-MELHOR-DIA
           MOVE 0   TO WRK-MELHOR-TURNO
           MOVE 999 TO WRK-MELHOR-QTD
           MOVE 'N' TO WRK-SO-LIMITE
           PERFORM VARYING WRK-DX FROM 1 BY 1
               UNTIL WRK-DX > WRK-QTD-DIAS
               PERFORM VARYING WRK-KX FROM 1 BY 1
                   UNTIL WRK-KX > WRK-TURNOS
                   IF PD-QTD-TURNO(WRK-DX, WRK-KX) < WRK-MELHOR-QTD
                       PERFORM TESTA-TURNO
                       IF NOT HA-CHOQUE
                           IF PASSA-DO-LIMITE
                               MOVE 'S' TO WRK-SO-LIMITE
                           ELSE
                               MOVE WRK-DX TO WRK-MELHOR-DIA
                               MOVE WRK-KX TO WRK-MELHOR-TURNO
                               MOVE PD-QTD-TURNO(WRK-DX, WRK-KX)
                                   TO WRK-MELHOR-QTD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WRK-MELHOR-DIA > 0
               MOVE 'A' TO PT-SITUACAO(WRK-TX)
               MOVE WRK-MELHOR-DIA   TO PT-DIA(WRK-TX)
               MOVE WRK-MELHOR-TURNO TO PT-TURNO(WRK-TX)
               ADD 1 TO PD-QTD-TURNO(WRK-MELHOR-DIA, WRK-MELHOR-TURNO)
               ADD 1 TO WRK-TOTAL-ALOCADAS
           ELSE
               MOVE 'N' TO PT-SITUACAO(WRK-TX)
               IF BARRADA-PELO-LIMITE
                   MOVE 'L' TO PT-MOTIVO(WRK-TX)
               ELSE
                   MOVE 'C' TO PT-MOTIVO(WRK-TX)
               END-IF
               ADD 1 TO WRK-TOTAL-NAO-ALOC
           END-IF.

      ******************************************************************
      * TESTA-TURNO - Confere o turno WRK-DX/WRK-KX contra as provas
      * ja marcadas de cada aluno da turma: prova no mesmo turno e
      * choque; provas no mesmo dia ja no limite estouram o limite.
      ******************************************************************
       TESTA-TURNO.
           MOVE 'N' TO WRK-CHOQUE
           MOVE 'N' TO WRK-ESTOURA-LIMITE
           PERFORM VARYING WRK-LX FROM 1 BY 1
               UNTIL WRK-LX > WRK-QTD-LISTA OR HA-CHOQUE
               MOVE LS-ALUNO(WRK-LX) TO WRK-AX
               MOVE 0 TO WRK-PROVAS-DIA
               COMPUTE WRK-VFIM = PA-PRIMEIRO(WRK-AX) + PA-QTD(WRK-AX)
               PERFORM VARYING WRK-VX FROM PA-PRIMEIRO(WRK-AX) BY 1
                   UNTIL WRK-VX >= WRK-VFIM
                   MOVE VN-TURMA(WRK-VX) TO WRK-UX
                   IF PT-ALOCADA(WRK-UX)
                       AND PT-DIA(WRK-UX) = WRK-DX
                       ADD 1 TO WRK-PROVAS-DIA
                       IF PT-TURNO(WRK-UX) = WRK-KX
                           MOVE 'S' TO WRK-CHOQUE
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-PROVAS-DIA >= WRK-LIMITE
                   MOVE 'S' TO WRK-ESTOURA-LIMITE
               END-IF
           END-PERFORM.

       ESCREVE-CABECALHO.
           MOVE SPACES TO PROVA-REL-LINHA
           STRING 'CALENDARIO DE PROVAS - SEMESTRE ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               ' (EMITIDO EM ' DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA
           MOVE SPACES TO PROVA-REL-LINHA
           STRING 'JANELA DE EXAMES: ' DELIMITED BY SIZE
               WRK-EXAME-INICIO DELIMITED BY SIZE
               ' A ' DELIMITED BY SIZE
               WRK-EXAME-FIM DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA
           MOVE WRK-LIMITE TO WRK-LIMITE-ED
           MOVE SPACES TO PROVA-REL-LINHA
           STRING 'TURNOS: ' DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           PERFORM VARYING WRK-KX FROM 1 BY 1
               UNTIL WRK-KX > WRK-TURNOS
               MOVE WRK-HORA-TURNO(WRK-KX) TO WRK-HORA-TURNO-N
               MOVE WRK-HT-HH TO WRK-HE-HH
               MOVE WRK-HT-MM TO WRK-HE-MM
               COMPUTE WRK-LX = 9 + (WRK-KX - 1) * 6
               MOVE WRK-HORA-ED TO PROVA-REL-LINHA(WRK-LX:5)
           END-PERFORM
           MOVE '   LIMITE POR ALUNO/DIA: ' TO PROVA-REL-LINHA(34:25)
           MOVE WRK-LIMITE-ED TO PROVA-REL-LINHA(59:1)
           WRITE PROVA-REL-LINHA
           MOVE '----------------------------------------'
               TO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA.

      ******************************************************************
      * EMITE-CALENDARIO - Provas por data e turno.
      ******************************************************************
       EMITE-CALENDARIO.
           PERFORM VARYING WRK-DX FROM 1 BY 1
               UNTIL WRK-DX > WRK-QTD-DIAS
               MOVE PD-DATA(WRK-DX) TO WRK-DATA-DIA
               PERFORM FORMATA-DATA
               COMPUTE WRK-NX = PD-DIA-SEMANA(WRK-DX) + 1
               MOVE SPACES TO PROVA-REL-LINHA
               STRING WRK-DATA-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DS-NOME(WRK-NX) DELIMITED BY SIZE
                   INTO PROVA-REL-LINHA
               WRITE PROVA-REL-LINHA
               PERFORM VARYING WRK-KX FROM 1 BY 1
                   UNTIL WRK-KX > WRK-TURNOS
                   PERFORM FORMATA-HORA
                   PERFORM VARYING WRK-UX FROM 1 BY 1
                       UNTIL WRK-UX > WRK-QTD-TURMAS
                       IF PT-ALOCADA(WRK-UX)
                           AND PT-DIA(WRK-UX) = WRK-DX
                           AND PT-TURNO(WRK-UX) = WRK-KX
                           PERFORM ESCREVE-LINHA-PROVA
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.

       ESCREVE-LINHA-PROVA.
           MOVE PT-QTD-ALUNOS(WRK-UX) TO WRK-QTD-ED
           MOVE SPACES TO PROVA-REL-LINHA
           STRING '   ' DELIMITED BY SIZE
               WRK-HORA-ED DELIMITED BY SIZE
               '  TURMA ' DELIMITED BY SIZE
               PT-CODIGO(WRK-UX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PT-MATERIA(WRK-UX) DELIMITED BY SIZE
               ' ALUNOS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA.

      ******************************************************************
      * EMITE-NAO-ALOCADAS - Turmas sem turno possivel, com o motivo:
      * choque em todos os turnos para algum aluno, ou turno livre de
      * choque mas com aluno ja no limite de provas do dia.
      ******************************************************************
       EMITE-NAO-ALOCADAS.
           MOVE SPACES TO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA
           MOVE 'TURMAS SEM TURNO DE PROVA SEM CONFLITO'
               TO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA
           IF WRK-TOTAL-NAO-ALOC = 0
               MOVE '   NENHUMA.' TO PROVA-REL-LINHA
               WRITE PROVA-REL-LINHA
           END-IF
           PERFORM VARYING WRK-UX FROM 1 BY 1
               UNTIL WRK-UX > WRK-QTD-TURMAS
               IF PT-NAO-ALOCADA(WRK-UX)
                   MOVE PT-QTD-ALUNOS(WRK-UX) TO WRK-QTD-ED
                   MOVE SPACES TO PROVA-REL-LINHA
                   STRING '   TURMA ' DELIMITED BY SIZE
                       PT-CODIGO(WRK-UX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PT-MATERIA(WRK-UX) DELIMITED BY SIZE
                       ' ALUNOS ' DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO PROVA-REL-LINHA
                   IF PT-MOTIVO-LIMITE(WRK-UX)
                       MOVE '- LIMITE DIARIO' TO PROVA-REL-LINHA(50:15)
                   ELSE
                       MOVE '- CHOQUE' TO PROVA-REL-LINHA(50:8)
                   END-IF
                   WRITE PROVA-REL-LINHA
               END-IF
           END-PERFORM.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA

           MOVE WRK-QTD-TURMAS TO WRK-TOTAL-ED
           MOVE SPACES TO PROVA-REL-LINHA
           STRING 'TURMAS DO SEMESTRE............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA

           MOVE WRK-TOTAL-ALOCADAS TO WRK-TOTAL-ED
           MOVE SPACES TO PROVA-REL-LINHA
           STRING 'PROVAS MARCADAS...............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA

           MOVE WRK-TOTAL-NAO-ALOC TO WRK-TOTAL-ED
           MOVE SPACES TO PROVA-REL-LINHA
           STRING 'TURMAS SEM TURNO..............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA

           MOVE WRK-QTD-ALUNOS TO WRK-TOTAL-ED
           MOVE SPACES TO PROVA-REL-LINHA
           STRING 'ALUNOS COM PROVA NO SEMESTRE..: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA

           MOVE WRK-QTD-DIAS TO WRK-TOTAL-ED
           MOVE SPACES TO PROVA-REL-LINHA
           STRING 'DIAS DE PROVA.................: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA

           MOVE WRK-DIAS-PULADOS TO WRK-TOTAL-ED
           MOVE SPACES TO PROVA-REL-LINHA
           STRING 'DOMINGOS E DIAS NO OPSCAL.....: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO PROVA-REL-LINHA
           WRITE PROVA-REL-LINHA.

      ******************************************************************
      * EMITE-CALENDARIO-ALUNOS - Para cada aluno, as suas provas em
      * ordem de data e turno, e por ultimo as das turmas que ficaram
      * sem turno. O nome vem do mestre de alunos quando disponivel.
      ******************************************************************
       EMITE-CALENDARIO-ALUNOS.
           MOVE SPACES TO PROVA-ALU-LINHA
           STRING 'CALENDARIO INDIVIDUAL DE PROVAS - SEMESTRE '
               DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               INTO PROVA-ALU-LINHA
           WRITE PROVA-ALU-LINHA
           OPEN INPUT ALUNO-MASTER-FILE
           PERFORM VARYING WRK-AX FROM 1 BY 1
               UNTIL WRK-AX > WRK-QTD-ALUNOS
               PERFORM EMITE-ALUNO
           END-PERFORM
           IF WRK-FS-ALUNO = '00'
               CLOSE ALUNO-MASTER-FILE
           END-IF.

       EMITE-ALUNO.
           MOVE SPACES TO ALUNO-NOME
           IF WRK-FS-ALUNO = '00'
               MOVE PA-ALUNO-ID(WRK-AX) TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO ALUNO-NOME
               END-READ
           END-IF
           MOVE SPACES TO PROVA-ALU-LINHA
           WRITE PROVA-ALU-LINHA
           MOVE SPACES TO PROVA-ALU-LINHA
           STRING 'ALUNO ' DELIMITED BY SIZE
               PA-ALUNO-ID(WRK-AX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ALUNO-NOME DELIMITED BY SIZE
               INTO PROVA-ALU-LINHA
           WRITE PROVA-ALU-LINHA

           COMPUTE WRK-VFIM = PA-PRIMEIRO(WRK-AX) + PA-QTD(WRK-AX)
           PERFORM VARYING WRK-DX FROM 1 BY 1
               UNTIL WRK-DX > WRK-QTD-DIAS
               PERFORM VARYING WRK-KX FROM 1 BY 1
                   UNTIL WRK-KX > WRK-TURNOS
                   PERFORM VARYING WRK-VX FROM PA-PRIMEIRO(WRK-AX)
                       BY 1 UNTIL WRK-VX >= WRK-VFIM
                       MOVE VN-TURMA(WRK-VX) TO WRK-UX
                       IF PT-ALOCADA(WRK-UX)
                           AND PT-DIA(WRK-UX) = WRK-DX
                           AND PT-TURNO(WRK-UX) = WRK-KX
                           PERFORM ESCREVE-PROVA-ALUNO
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WRK-VX FROM PA-PRIMEIRO(WRK-AX) BY 1
               UNTIL WRK-VX >= WRK-VFIM
               MOVE VN-TURMA(WRK-VX) TO WRK-UX
               IF PT-NAO-ALOCADA(WRK-UX)
                   MOVE SPACES TO PROVA-ALU-LINHA
                   STRING '   A DEFINIR         TURMA '
                       DELIMITED BY SIZE
                       PT-CODIGO(WRK-UX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       PT-MATERIA(WRK-UX) DELIMITED BY SIZE
                       INTO PROVA-ALU-LINHA
                   WRITE PROVA-ALU-LINHA
               END-IF
           END-PERFORM.

       ESCREVE-PROVA-ALUNO.
           MOVE PD-DATA(WRK-DX) TO WRK-DATA-DIA
           PERFORM FORMATA-DATA
           PERFORM FORMATA-HORA
           MOVE SPACES TO PROVA-ALU-LINHA
           STRING '   ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-HORA-ED DELIMITED BY SIZE
               '  TURMA ' DELIMITED BY SIZE
               PT-CODIGO(WRK-UX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PT-MATERIA(WRK-UX) DELIMITED BY SIZE
               INTO PROVA-ALU-LINHA
           WRITE PROVA-ALU-LINHA.

       FORMATA-DATA.
           MOVE WRK-DATA-DIA(7:2) TO WRK-DE-DIA
           MOVE WRK-DATA-DIA(5:2) TO WRK-DE-MES
           MOVE WRK-DATA-DIA(1:4) TO WRK-DE-ANO.

       FORMATA-HORA.
           MOVE WRK-HORA-TURNO(WRK-KX) TO WRK-HORA-TURNO-N
           MOVE WRK-HT-HH TO WRK-HE-HH
           MOVE WRK-HT-MM TO WRK-HE-MM.

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
           MOVE 'PROG126'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-TURMAS      TO RN-LIDOS
           MOVE WRK-TOTAL-ALOCADAS  TO RN-GRAVADOS
           MOVE WRK-TOTAL-NAO-ALOC  TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG126.
