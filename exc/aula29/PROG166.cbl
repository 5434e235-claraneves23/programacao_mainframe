      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG166.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SUBPROGRAMA COMUM DE CURRICULO POR TURMA DE INGRESSO -
      *  CHAMADO PELOS PROGRAMAS QUE SEGUEM O CURRICULO DO ALUNO
      *  (ELEGIBILIDADE DO PROG54, ROLAGEM DO PROG92, DEMANDA DO
      *  PROG112): A PARTIR DA DATA DE CADASTRO DO ALUNO ACHA NO
      *  CALENDARIO ACADEMICO (CALACAD) O SEMESTRE DE INGRESSO - O
      *  SEMESTRE EM CURSO NA DATA OU, ENTRE DOIS SEMESTRES, O
      *  SEGUINTE - E DEVOLVE A VERSAO DO CURRICULO (CURRIC) DE MAIOR
      *  VIGENCIA ATE ESSE SEMESTRE, COM A LISTA DE DISCIPLINAS NA
      *  ORDEM DE PROGRESSAO E AS EQUIVALENCIAS ENTRE CODIGOS ANTIGOS
      *  E NOVOS (CUREQV). OS TRES ARQUIVOS SAO CARREGADOS NA PRIMEIRA
      *  CHAMADA. SEM CALENDARIO, O SEMESTRE SAI DA PROPRIA DATA
      *  (JANEIRO A JUNHO = 1, JULHO A DEZEMBRO = 2). DEVOLVE TAMBEM
      *  A CARGA MINIMA DE ESTAGIO SUPERVISIONADO DA VERSAO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRICULO-FILE ASSIGN TO "CURRIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CURRIC.
           SELECT EQUIVALENCIA-FILE ASSIGN TO "CUREQV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EQUIV.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CURRICULO-FILE.
           COPY CURRIC.
       FD  EQUIVALENCIA-FILE.
           COPY CUREQV.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CURRIC     PIC X(02) VALUE SPACES.
       77 WRK-FS-EQUIV      PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-CARREGADO     PIC X(01) VALUE 'N'.
           88 TABELAS-CARREGADAS   VALUE 'S'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-QTD-CUR       PIC 9(03) VALUE 0.
       77 WRK-CURIDX        PIC 9(03) VALUE 0.
       77 WRK-QTD-VER       PIC 9(02) VALUE 0.
       77 WRK-VERIDX        PIC 9(02) VALUE 0.
       77 WRK-VER-ESCOLHIDA PIC 9(02) VALUE 0.
       77 WRK-QTD-EQV       PIC 9(03) VALUE 0.
       77 WRK-EQVIDX        PIC 9(03) VALUE 0.
       77 WRK-QTD-SEM       PIC 9(03) VALUE 0.
       77 WRK-SEMIDX        PIC 9(03) VALUE 0.
       77 WRK-DISCIDX       PIC 9(02) VALUE 0.
       77 WRK-MES-REF       PIC 9(02) VALUE 0.

      * Curriculo completo, todas as versoes, na ordem do arquivo.
       01 TABELA-CURRICULO.
          05 CT-ENTRY OCCURS 200 TIMES.
             10 CT-MATERIA      PIC X(15).
             10 CT-NOTA-MINIMA  PIC 9(02)V99.
             10 CT-VERSAO       PIC X(04).
      * Versoes distintas, com a vigencia do primeiro registro.
       01 TABELA-VERSOES.
          05 VT-ENTRY OCCURS 20 TIMES.
             10 VT-VERSAO       PIC X(04).
             10 VT-VIGENCIA     PIC X(06).
             10 VT-HORAS-ESTAGIO PIC 9(04).
       01 TABELA-EQUIVALENCIAS.
          05 ET-ENTRY OCCURS 100 TIMES.
             10 ET-ANTIGA       PIC X(15).
             10 ET-NOVA         PIC X(15).
      * Semestres do calendario em ordem de chave, com a data de fim.
       01 TABELA-SEMESTRES.
          05 ST-ENTRY OCCURS 100 TIMES.
             10 ST-SEMESTRE     PIC X(06).
             10 ST-DATA-FIM     PIC X(08).
       LINKAGE SECTION.
       COPY CURPARM.
       PROCEDURE DIVISION USING CURRICULO-PARAMETROS.
       INICIO.
           IF NOT TABELAS-CARREGADAS
               PERFORM CARREGA-CURRICULO
               PERFORM CARREGA-EQUIVALENCIAS
               PERFORM CARREGA-CALENDARIO
               MOVE 'S' TO WRK-CARREGADO
           END-IF

           MOVE SPACES TO CRP-VERSAO
           MOVE 0 TO CRP-QTD
           MOVE 0 TO CRP-HORAS-ESTAGIO
           PERFORM APURA-SEMESTRE-INGRESSO
           IF WRK-QTD-CUR = 0
               MOVE '9' TO CRP-STATUS
           ELSE
               PERFORM ESCOLHE-VERSAO
               PERFORM MONTA-LISTA
               MOVE '0' TO CRP-STATUS
           END-IF
           GOBACK.

      ******************************************************************
      * CARREGA-CURRICULO - Le o CURRIC inteiro (todas as versoes) e
      * monta a tabela de versoes distintas; a vigencia e a carga de
      * estagio da versao sao as do seu primeiro registro.
      ******************************************************************
       CARREGA-CURRICULO.
           MOVE 0 TO WRK-QTD-CUR
           MOVE 0 TO WRK-QTD-VER
           OPEN INPUT CURRICULO-FILE
           IF WRK-FS-CURRIC = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               READ CURRICULO-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               PERFORM UNTIL FIM-ARQ OR WRK-QTD-CUR >= 200
                   ADD 1 TO WRK-QTD-CUR
                   MOVE CU-MATERIA     TO CT-MATERIA(WRK-QTD-CUR)
                   MOVE CU-NOTA-MINIMA TO CT-NOTA-MINIMA(WRK-QTD-CUR)
                   MOVE CU-VERSAO      TO CT-VERSAO(WRK-QTD-CUR)
                   PERFORM REGISTRA-VERSAO
                   READ CURRICULO-FILE
                       AT END MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
               END-PERFORM
               CLOSE CURRICULO-FILE
           END-IF.

       REGISTRA-VERSAO.
           PERFORM VARYING WRK-VERIDX FROM 1 BY 1
               UNTIL WRK-VERIDX > WRK-QTD-VER
               OR VT-VERSAO(WRK-VERIDX) = CU-VERSAO
               CONTINUE
           END-PERFORM
           IF WRK-VERIDX > WRK-QTD-VER
               AND WRK-QTD-VER < 20
               ADD 1 TO WRK-QTD-VER
               MOVE CU-VERSAO   TO VT-VERSAO(WRK-QTD-VER)
               MOVE CU-VIGENCIA TO VT-VIGENCIA(WRK-QTD-VER)
               MOVE 0 TO VT-HORAS-ESTAGIO(WRK-QTD-VER)
               IF CU-HORAS-ESTAGIO IS NUMERIC
                   MOVE CU-HORAS-ESTAGIO
                       TO VT-HORAS-ESTAGIO(WRK-QTD-VER)
               END-IF
           END-IF.

      ******************************************************************
      * CARREGA-EQUIVALENCIAS - Le a tabela de equivalencias entre
      * codigos antigos e novos; sem o CUREQV, nao ha equivalencias.
      ******************************************************************
       CARREGA-EQUIVALENCIAS.
           MOVE 0 TO WRK-QTD-EQV
           OPEN INPUT EQUIVALENCIA-FILE
           IF WRK-FS-EQUIV = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               READ EQUIVALENCIA-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               PERFORM UNTIL FIM-ARQ OR WRK-QTD-EQV >= 100
                   IF EQ-MATERIA-ANTIGA NOT = SPACES
                       AND EQ-MATERIA-NOVA NOT = SPACES
                       ADD 1 TO WRK-QTD-EQV
                       MOVE EQ-MATERIA-ANTIGA TO ET-ANTIGA(WRK-QTD-EQV)
                       MOVE EQ-MATERIA-NOVA   TO ET-NOVA(WRK-QTD-EQV)
                   END-IF
                   READ EQUIVALENCIA-FILE
                       AT END MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
               END-PERFORM
               CLOSE EQUIVALENCIA-FILE
           END-IF.

      ******************************************************************
      * CARREGA-CALENDARIO - Guarda os semestres do calendario
      * academico em ordem de chave, com a data de fim de cada um.
      ******************************************************************
       CARREGA-CALENDARIO.
           MOVE 0 TO WRK-QTD-SEM
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE SPACES TO CA-SEMESTRE
               START CALENDARIO-FILE
                   KEY IS NOT LESS THAN CA-SEMESTRE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ OR WRK-QTD-SEM >= 100
                   READ CALENDARIO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-SEM
                       MOVE CA-SEMESTRE TO ST-SEMESTRE(WRK-QTD-SEM)
                       MOVE CA-DATA-FIM TO ST-DATA-FIM(WRK-QTD-SEM)
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

      ******************************************************************
      * APURA-SEMESTRE-INGRESSO - O ingresso e o primeiro semestre do
      * calendario que termina na data de cadastro ou depois dela:
      * o semestre em curso ou, no intervalo entre dois, o seguinte.
      * Data fora do calendario cai no semestre da propria data.
      ******************************************************************
       APURA-SEMESTRE-INGRESSO.
           MOVE SPACES TO CRP-SEM-INGRESSO
           IF CRP-DATA-REF NOT = SPACES
               PERFORM VARYING WRK-SEMIDX FROM 1 BY 1
                   UNTIL WRK-SEMIDX > WRK-QTD-SEM
                   OR ST-DATA-FIM(WRK-SEMIDX) NOT < CRP-DATA-REF
                   CONTINUE
               END-PERFORM
               IF WRK-SEMIDX > WRK-QTD-SEM
                   MOVE CRP-DATA-REF(1:4) TO CRP-SEM-INGRESSO(1:4)
                   MOVE '-' TO CRP-SEM-INGRESSO(5:1)
                   MOVE 1 TO WRK-MES-REF
                   IF CRP-DATA-REF(5:2) IS NUMERIC
                       MOVE CRP-DATA-REF(5:2) TO WRK-MES-REF
                   END-IF
                   IF WRK-MES-REF > 6
                       MOVE '2' TO CRP-SEM-INGRESSO(6:1)
                   ELSE
                       MOVE '1' TO CRP-SEM-INGRESSO(6:1)
                   END-IF
               ELSE
                   MOVE ST-SEMESTRE(WRK-SEMIDX) TO CRP-SEM-INGRESSO
               END-IF
           END-IF.

      ******************************************************************
      * ESCOLHE-VERSAO - Versao de maior vigencia que nao passa do
      * semestre de ingresso (a original, vigencia em branco, vale
      * desde sempre); sem nenhuma, fica a de menor vigencia.
      ******************************************************************
       ESCOLHE-VERSAO.
           MOVE 0 TO WRK-VER-ESCOLHIDA
           PERFORM VARYING WRK-VERIDX FROM 1 BY 1
               UNTIL WRK-VERIDX > WRK-QTD-VER
               IF VT-VIGENCIA(WRK-VERIDX) NOT > CRP-SEM-INGRESSO
                   IF WRK-VER-ESCOLHIDA = 0
                       MOVE WRK-VERIDX TO WRK-VER-ESCOLHIDA
                   ELSE
                       IF VT-VIGENCIA(WRK-VERIDX) >
                           VT-VIGENCIA(WRK-VER-ESCOLHIDA)
                           MOVE WRK-VERIDX TO WRK-VER-ESCOLHIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-VER-ESCOLHIDA = 0
               MOVE 1 TO WRK-VER-ESCOLHIDA
               PERFORM VARYING WRK-VERIDX FROM 2 BY 1
                   UNTIL WRK-VERIDX > WRK-QTD-VER
                   IF VT-VIGENCIA(WRK-VERIDX) <
                       VT-VIGENCIA(WRK-VER-ESCOLHIDA)
                       MOVE WRK-VERIDX TO WRK-VER-ESCOLHIDA
                   END-IF
               END-PERFORM
           END-IF
           MOVE VT-VERSAO(WRK-VER-ESCOLHIDA) TO CRP-VERSAO
           MOVE VT-HORAS-ESTAGIO(WRK-VER-ESCOLHIDA)
               TO CRP-HORAS-ESTAGIO.

      ******************************************************************
      * MONTA-LISTA - Copia as disciplinas da versao escolhida, na
      * ordem do arquivo, com os codigos equivalentes de cada uma.
      ******************************************************************
       MONTA-LISTA.
           PERFORM VARYING WRK-CURIDX FROM 1 BY 1
               UNTIL WRK-CURIDX > WRK-QTD-CUR OR CRP-QTD >= 20
               IF CT-VERSAO(WRK-CURIDX) = CRP-VERSAO
                   ADD 1 TO CRP-QTD
                   MOVE CRP-QTD TO WRK-DISCIDX
                   MOVE CT-MATERIA(WRK-CURIDX)
                       TO CRP-MATERIA(WRK-DISCIDX)
                   MOVE CT-NOTA-MINIMA(WRK-CURIDX)
                       TO CRP-NOTA-MINIMA(WRK-DISCIDX)
                   PERFORM BUSCA-EQUIVALENCIAS
               END-IF
           END-PERFORM.

       BUSCA-EQUIVALENCIAS.
           MOVE SPACES TO CRP-EQUIV-NOVA(WRK-DISCIDX)
           MOVE SPACES TO CRP-EQUIV-ANTIGA(WRK-DISCIDX)
           PERFORM VARYING WRK-EQVIDX FROM 1 BY 1
               UNTIL WRK-EQVIDX > WRK-QTD-EQV
               IF ET-ANTIGA(WRK-EQVIDX) = CRP-MATERIA(WRK-DISCIDX)
                   AND CRP-EQUIV-NOVA(WRK-DISCIDX) = SPACES
                   MOVE ET-NOVA(WRK-EQVIDX)
                       TO CRP-EQUIV-NOVA(WRK-DISCIDX)
               END-IF
               IF ET-NOVA(WRK-EQVIDX) = CRP-MATERIA(WRK-DISCIDX)
                   AND CRP-EQUIV-ANTIGA(WRK-DISCIDX) = SPACES
                   MOVE ET-ANTIGA(WRK-EQVIDX)
                       TO CRP-EQUIV-ANTIGA(WRK-DISCIDX)
               END-IF
           END-PERFORM.
       END PROGRAM PROG166.
