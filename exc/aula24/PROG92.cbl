      *  ACEITANDO OU RECUSANDO UMA A UMA; (A)PLICA AS ACEITAS NA
      *  MATRICULA-TURMA - ACABANDO COM A REDIGITACAO EM MASSA DE
      *  CADA INICIO DE SEMESTRE.
      *  A MATERIA SEGUINTE SAI DA VERSAO DO CURRICULO VIGENTE NO
      *  INGRESSO DE CADA ALUNO (PROG166); MATERIA SUBSTITUIDA NUMA
      *  VERSAO NOVA (CUREQV) E SEM TURMA ABERTA E PROPOSTA NA
      *  EQUIVALENTE NOVA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIT-FINAL-FILE ASSIGN TO "SITFINAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FINAL.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 SF-PONTOS       PIC 9V9.
           05 SF-ALUNO-ID     PIC X(14).
           05 SF-SEMESTRE     PIC X(06).
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  PROPOSTA-FILE.
           COPY USRPROF.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FINAL      PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-PROP       PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-TURMA     PIC X(01) VALUE 'N'.
           88 FIM-TURMA            VALUE 'S'.
       77 WRK-CURIDX        PIC 9(02) VALUE 0.
       77 WRK-MAT-ALVO      PIC X(15) VALUE SPACES.
       77 WRK-MAT-EQUIV     PIC X(15) VALUE SPACES.
       77 WRK-ALUNO-CURRIC  PIC X(14) VALUE SPACES.
       77 WRK-TIPO-PROP     PIC X(01) VALUE SPACES.
       77 WRK-TURMA-ALVO    PIC X(06) VALUE SPACES.
       77 WRK-QTD-GERADAS   PIC 9(05) VALUE 0.
       77 WRK-AUTORIZADO    PIC X(01) VALUE 'N'.
           88 COORDENADOR-AUTORIZADO VALUE 'S'.

           COPY CURPARM.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY 'ROLAGEM DE REMATRICULA - (G)ERA, (R)EVISA OU '
                   'O PROG53 ANTES.'
           ELSE
               OPEN INPUT TURMA-MASTER-FILE
               OPEN INPUT ALUNO-MASTER-FILE
               MOVE SPACES TO WRK-ALUNO-CURRIC
               OPEN I-O PROPOSTA-FILE
               IF WRK-FS-PROP = '35'
                   CLOSE PROPOSTA-FILE

               CLOSE PROPOSTA-FILE
               CLOSE TURMA-MASTER-FILE
               IF WRK-FS-ALUNO NOT = '35'
                   CLOSE ALUNO-MASTER-FILE
               END-IF
               CLOSE SIT-FINAL-FILE
               DISPLAY 'PROPOSTAS GERADAS: ' WRK-QTD-GERADAS
                   ' / SEM TURMA ABERTA: ' WRK-QTD-SEM-TURMA
               AND SF-SEMESTRE NOT = SPACES
               CONTINUE
           ELSE
           IF SF-ALUNO-ID NOT = WRK-ALUNO-CURRIC
               PERFORM CURRICULO-DO-ALUNO
           END-IF
           EVALUATE SF-SITUACAO
               WHEN 'APROVADO'
               WHEN 'APROVADO NA RECUP.'
           IF WRK-MAT-ALVO NOT = SPACES
               AND SF-ALUNO-ID NOT = SPACES
               PERFORM BUSCA-TURMA-DESTINO
               IF WRK-TURMA-ALVO = SPACES
                   PERFORM BUSCA-EQUIVALENTE-NOVA
                   IF WRK-MAT-EQUIV NOT = SPACES
                       MOVE WRK-MAT-EQUIV TO WRK-MAT-ALVO
                       PERFORM BUSCA-TURMA-DESTINO
                   END-IF
               END-IF
               IF WRK-TURMA-ALVO = SPACES
                   ADD 1 TO WRK-QTD-SEM-TURMA
                   DISPLAY 'SEM TURMA ABERTA PARA ' WRK-MAT-ALVO
           END-IF
           END-IF.

      ******************************************************************
      * CURRICULO-DO-ALUNO - Pede ao PROG166 a versao do curriculo
      * vigente no ingresso do aluno da situacao corrente (data de
      * cadastro no ALUNO-MASTER; aluno nao achado fica com a versao
      * mais antiga).
      ******************************************************************
       CURRICULO-DO-ALUNO.
           MOVE SF-ALUNO-ID TO WRK-ALUNO-CURRIC
           MOVE SPACES TO CRP-DATA-REF
           IF WRK-FS-ALUNO NOT = '35'
               MOVE SF-ALUNO-ID TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ALUNO-DATA-CAD TO CRP-DATA-REF
               END-READ
           END-IF
           CALL 'PROG166' USING CURRICULO-PARAMETROS.

      ******************************************************************
      * BUSCA-MATERIA-SEGUINTE - A materia de progressao e a entrada
      * seguinte a materia cursada na ordem do curriculo do aluno
      * (a cursada pode ser a propria ou uma equivalente de outra
      * versao); cursada a ultima, nao ha progressao a propor.
      ******************************************************************
       BUSCA-MATERIA-SEGUINTE.
           MOVE SPACES TO WRK-MAT-ALVO
           PERFORM VARYING WRK-CURIDX FROM 1 BY 1
               UNTIL WRK-CURIDX > CRP-QTD
               OR CRP-MATERIA(WRK-CURIDX) = SF-MATERIA
               OR CRP-EQUIV-NOVA(WRK-CURIDX) = SF-MATERIA
               OR CRP-EQUIV-ANTIGA(WRK-CURIDX) = SF-MATERIA
               CONTINUE
           END-PERFORM
           IF WRK-CURIDX < CRP-QTD
               ADD 1 TO WRK-CURIDX
               MOVE CRP-MATERIA(WRK-CURIDX) TO WRK-MAT-ALVO
           END-IF.

      ******************************************************************
      * BUSCA-EQUIVALENTE-NOVA - Materia nova que substituiu a materia
      * alvo, pela tabela de equivalencias do curriculo do aluno.
      ******************************************************************
       BUSCA-EQUIVALENTE-NOVA.
           MOVE SPACES TO WRK-MAT-EQUIV
           PERFORM VARYING WRK-CURIDX FROM 1 BY 1
               UNTIL WRK-CURIDX > CRP-QTD
               OR CRP-MATERIA(WRK-CURIDX) = WRK-MAT-ALVO
               CONTINUE
           END-PERFORM
           IF WRK-CURIDX NOT > CRP-QTD
               MOVE CRP-EQUIV-NOVA(WRK-CURIDX) TO WRK-MAT-EQUIV
           END-IF.

      ******************************************************************
           END-PERFORM.

       CARREGA-CURRICULO.
           MOVE SPACES TO CRP-DATA-REF
           CALL 'PROG166' USING CURRICULO-PARAMETROS
           IF CRP-STATUS NOT = '0'
               DISPLAY 'CURRICULO NAO IMPLANTADO - SO REPETENCIAS '
                   'SERAO PROPOSTAS.'
           END-IF.

      ******************************************************************
       APLICA-UMA-PROPOSTA.
           MOVE PP-ALUNO-ID TO MT-ALUNO-ID
           MOVE PP-TURMA    TO MT-TURMA
           MOVE 'N'         TO MT-AVALIADA
           MOVE 'N'         TO MT-KIT
           WRITE MATRICULA-TURMA-RECORD
               INVALID KEY
                   DISPLAY 'ALUNO ' PP-ALUNO-ID ' JA MATRICULADO NA '
