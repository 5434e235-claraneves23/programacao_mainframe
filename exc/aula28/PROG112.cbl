      *  NO TURMA-MASTER PARA O SEMESTRE (SECOES E CAPACIDADE TOTAL)
      *  E APONTA O DEFICIT - O PROG26 ABRE SECOES, ISTO DIZ QUANTAS
      *  ABRIR.
      *  A PROGRESSAO SEGUE A VERSAO DO CURRICULO VIGENTE NO INGRESSO
      *  DE CADA ALUNO (PROG166); MATERIA SUBSTITUIDA NUMA VERSAO
      *  NOVA (CUREQV) TEM A DEMANDA CONTADA NA EQUIVALENTE NOVA, QUE
      *  E A QUE SE ABRE DAQUI EM DIANTE.
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
           SELECT DISC-CATALOGO-FILE ASSIGN TO "DISCCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 SF-PONTOS       PIC 9V9.
           05 SF-ALUNO-ID     PIC X(14).
           05 SF-SEMESTRE     PIC X(06).
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  DISC-CATALOGO-FILE.
           COPY DISCCAT.
       FD  TURMA-MASTER-FILE.
       01  DEMANDA-REL-LINHA  PIC X(90).
       WORKING-STORAGE SECTION.
       77 WRK-FS-FINAL      PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-CAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
           88 FIM-TURMA            VALUE 'S'.
       77 WRK-SEM-PROX      PIC X(06) VALUE SPACES.
       77 WRK-SEM-ORIGEM    PIC X(06) VALUE SPACES.
       77 WRK-CURIDX        PIC 9(02) VALUE 0.
       77 WRK-MAT-ALVO      PIC X(15) VALUE SPACES.
       77 WRK-ALUNO-CURRIC  PIC X(14) VALUE SPACES.
       77 WRK-QTD-DEM       PIC 9(03) VALUE 0.
       77 WRK-DEMIDX        PIC 9(03) VALUE 0.
       77 WRK-QTD-DEFICIT   PIC 9(03) VALUE 0.
       77 WRK-SEC-ED        PIC ZZ9.
       77 WRK-CAP-ED        PIC ZZZZ9.

           COPY CURPARM.
       01 TABELA-DEMANDA.
          05 DM-ENTRY OCCURS 100 TIMES.
             10 DMD-MATERIA    PIC X(15).
           STOP RUN.

       CARREGA-CURRICULO.
           MOVE SPACES TO CRP-DATA-REF
           CALL 'PROG166' USING CURRICULO-PARAMETROS
           IF CRP-STATUS NOT = '0'
               DISPLAY 'CURRICULO NAO IMPLANTADO - SO REPETENCIAS '
                   'SERAO PREVISTAS.'
           END-IF.

      ******************************************************************
               DISPLAY 'SITFINAL VAZIO OU INEXISTENTE. RODE O '
                   'PROG53 ANTES.'
           ELSE
               OPEN INPUT ALUNO-MASTER-FILE
               MOVE SPACES TO WRK-ALUNO-CURRIC
               MOVE 'N' TO WRK-FIM-ARQ
               READ SIT-FINAL-FILE
                   AT END MOVE 'S' TO WRK-FIM-ARQ
                       AT END MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
               END-PERFORM
               IF WRK-FS-ALUNO NOT = '35'
                   CLOSE ALUNO-MASTER-FILE
               END-IF
               CLOSE SIT-FINAL-FILE
           END-IF.

               AND SF-SEMESTRE NOT = SPACES
               CONTINUE
           ELSE
           IF SF-ALUNO-ID NOT = WRK-ALUNO-CURRIC
               PERFORM CURRICULO-DO-ALUNO
           END-IF
           EVALUATE SF-SITUACAO
               WHEN 'APROVADO'
               WHEN 'APROVADO NA RECUP.'
                   PERFORM BUSCA-MATERIA-SEGUINTE
                   PERFORM TROCA-POR-EQUIVALENTE
                   IF WRK-MAT-ALVO NOT = SPACES
                       PERFORM LOCALIZA-DEMANDA
                       IF WRK-DEMIDX <= WRK-QTD-DEM
               WHEN 'REPROVADO'
               WHEN 'REPROVADO POR FALTA'
                   MOVE SF-MATERIA TO WRK-MAT-ALVO
                   PERFORM TROCA-POR-EQUIVALENTE
                   PERFORM LOCALIZA-DEMANDA
                   IF WRK-DEMIDX <= WRK-QTD-DEM
                       ADD 1 TO DMD-REPETENCIA(WRK-DEMIDX)
           END-EVALUATE
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
      * BUSCA-MATERIA-SEGUINTE - Entrada seguinte a materia cursada
      * (a propria ou uma equivalente de outra versao) na ordem do
      * curriculo do aluno.
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
      * TROCA-POR-EQUIVALENTE - Materia alvo substituida numa versao
      * nova do curriculo passa a contar na materia que a substituiu.
      ******************************************************************
       TROCA-POR-EQUIVALENTE.
           IF WRK-MAT-ALVO NOT = SPACES
               PERFORM VARYING WRK-CURIDX FROM 1 BY 1
                   UNTIL WRK-CURIDX > CRP-QTD
                   OR CRP-MATERIA(WRK-CURIDX) = WRK-MAT-ALVO
                   CONTINUE
               END-PERFORM
               IF WRK-CURIDX NOT > CRP-QTD
                   IF CRP-EQUIV-NOVA(WRK-CURIDX) NOT = SPACES
                       MOVE CRP-EQUIV-NOVA(WRK-CURIDX)
                           TO WRK-MAT-ALVO
                   END-IF
               END-IF
           END-IF.

       LOCALIZA-DEMANDA.
