      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG129.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  SUBPROGRAMA COMUM DE AULAS PREVISTAS (CALL 'PROG129' USING
      *  AULAS-PARAMETROS) - PARA UM ALUNO, UMA MATERIA E UM SEMESTRE,
      *  ACHA NO MATRICULA-TURMA AS TURMAS DO ALUNO QUE DAO AQUELA
      *  MATERIA NAQUELE SEMESTRE E CONTA NO CALENDARIO DE AULAS
      *  (CALAULA) AS AULAS DELAS ATE A DATA DE REFERENCIA, INCLUSIVE.
      *  E O DENOMINADOR DO PERCENTUAL DE FREQUENCIA DOS
      *  CLASSIFICADORES: AULA PREVISTA SEM CHAMADA CONTA COMO AULA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATRICULA-TURMA-FILE ASSIGN TO "MATRTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WRK-FS-MATR.
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
       DATA DIVISION.
       FILE SECTION.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  CALENDARIO-AULA-FILE.
           COPY CALAULA.
       WORKING-STORAGE SECTION.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-AULA       PIC X(02) VALUE SPACES.
       77 WRK-FIM-MATR      PIC X(01) VALUE 'N'.
           88 FIM-MATR             VALUE 'S'.
       77 WRK-FIM-AULA      PIC X(01) VALUE 'N'.
           88 FIM-AULA             VALUE 'S'.
       LINKAGE SECTION.
       COPY AULAPARM.
       PROCEDURE DIVISION USING AULAS-PARAMETROS.
       INICIO.
           MOVE 0   TO QA-PREVISTAS
           MOVE 'N' TO QA-CALENDARIO

           OPEN INPUT CALENDARIO-AULA-FILE
           IF WRK-FS-AULA = '00'
               OPEN INPUT MATRICULA-TURMA-FILE
               OPEN INPUT TURMA-MASTER-FILE
               IF WRK-FS-MATR = '00' AND WRK-FS-TURMA = '00'
                   PERFORM PERCORRE-VINCULOS
               END-IF
               IF WRK-FS-MATR = '00'
                   CLOSE MATRICULA-TURMA-FILE
               END-IF
               IF WRK-FS-TURMA = '00'
                   CLOSE TURMA-MASTER-FILE
               END-IF
               CLOSE CALENDARIO-AULA-FILE
           END-IF
           GOBACK.

      ******************************************************************
      * PERCORRE-VINCULOS - Os vinculos do aluno ficam juntos na chave
      * aluno + turma; para cada turma dele na materia e no semestre
      * pedidos, soma as aulas previstas ate a data.
      ******************************************************************
       PERCORRE-VINCULOS.
           MOVE 'N' TO WRK-FIM-MATR
           MOVE QA-ALUNO-ID TO MT-ALUNO-ID
           MOVE SPACES      TO MT-TURMA
           START MATRICULA-TURMA-FILE KEY IS NOT LESS THAN MT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-MATR
           END-START
           PERFORM UNTIL FIM-MATR
               READ MATRICULA-TURMA-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-MATR
               END-READ
               IF NOT FIM-MATR
                   IF MT-ALUNO-ID NOT = QA-ALUNO-ID
                       MOVE 'S' TO WRK-FIM-MATR
                   ELSE
                       MOVE MT-TURMA TO TU-CODIGO
                       READ TURMA-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF TU-MATERIA = QA-MATERIA
                                   AND TU-SEMESTRE = QA-SEMESTRE
                                   PERFORM CONTA-AULAS-TURMA
                               END-IF
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

       CONTA-AULAS-TURMA.
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
                       MOVE 'S' TO QA-CALENDARIO
                       IF CL-DATA NOT > QA-DATA-REF
                           ADD 1 TO QA-PREVISTAS
                       ELSE
                           MOVE 'S' TO WRK-FIM-AULA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM PROG129.
