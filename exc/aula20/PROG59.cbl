      *  EXIGIDO PELA AUTORIDADE DE ENSINO: UM REGISTRO DE ALUNO POR
      *  REGISTRO DO ALUNO-MASTER, SEGUIDO DOS RESULTADOS POR MATERIA
      *  DO DISC-MASTER, MAIS O RELATORIO DE CONTROLE COM CONTAGENS E
      *  TOTAIS POR STATUS PARA A ASSINATURA DA DIRECAO, ABERTOS POR
      *  UNIDADE (CAMPUS) DO ALUNO E CONSOLIDADOS AO FINAL. O LAYOUT
      *  DO ARQUIVO DO CENSO MANTEM AS 80 POSICOES: O REGISTRO DO
      *  ALUNO LEVA O CPF (ALUNODEM, CONFERIDO PELO PROG164) NA AREA
      *  DA MATERIA, E O CONTROLE CONTA OS ALUNOS SEM CPF VALIDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT ALUNO-DEMOGRAFICO-FILE ASSIGN TO "ALUNODEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DG-ALUNO-ID
               ALTERNATE RECORD KEY IS DG-CPF WITH DUPLICATES
               FILE STATUS IS WRK-FS-DEMO.
           SELECT DISC-MASTER-FILE ASSIGN TO "DISCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  DISC-MASTER-FILE.
           COPY DISCMR.
       FD  CENSO-FILE.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-DISCMR     PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-QTD-SEM-CPF   PIC 9(05) VALUE 0.
       77 WRK-FS-CENSO      PIC X(02) VALUE SPACES.
       77 WRK-FS-CENSOREL   PIC X(02) VALUE SPACES.
       77 WRK-FIM-ALUNO     PIC X(01) VALUE 'N'.
       77 WRK-QTD-INATIVOS  PIC 9(05) VALUE 0.
       77 WRK-QTD-DISC      PIC 9(06) VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZ9.
       77 WRK-QTD-UNIDADES  PIC 9(02) VALUE 0.
       77 WRK-UNIDIDX       PIC 9(02) VALUE 0.
       77 WRK-UNIDADE-ALUNO PIC X(04) VALUE SPACES.
       77 WRK-DISC-ANTES    PIC 9(06) VALUE 0.
       COPY UNIPARM.
       COPY CPFPARM.

       01 TABELA-UNIDADES.
          05 UT-ENTRY OCCURS 10 TIMES.
             10 UT-CODIGO        PIC X(04).
             10 UT-NOME          PIC X(30).
             10 UT-ALUNOS        PIC 9(05).
             10 UT-ATIVOS        PIC 9(05).
             10 UT-INATIVOS      PIC 9(05).
             10 UT-DISC          PIC 9(06).
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT ALUNO-MASTER-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT DISC-MASTER-FILE
               OPEN INPUT ALUNO-DEMOGRAFICO-FILE
               OPEN OUTPUT CENSO-FILE

               MOVE 'N' TO WRK-FIM-ALUNO

               CLOSE CENSO-FILE
               CLOSE DISC-MASTER-FILE
               IF WRK-FS-DEMO = '00'
                   CLOSE ALUNO-DEMOGRAFICO-FILE
               END-IF
               CLOSE ALUNO-MASTER-FILE

               PERFORM ESCREVE-CONTROLE
           MOVE ALUNO-NOME     TO CS-NOME
           MOVE ALUNO-STATUS   TO CS-STATUS
           MOVE ALUNO-DATA-CAD TO CS-DATA-CAD
           PERFORM APURA-CPF-ALUNO
           WRITE CENSO-RECORD
           MOVE WRK-QTD-DISC TO WRK-DISC-ANTES

           MOVE 'N' TO WRK-FIM-DISCMR
           MOVE ALUNO-ID TO DM-ALUNO-ID
                       WRITE CENSO-RECORD
                   END-IF
               END-IF
           END-PERFORM
           PERFORM ACUMULA-UNIDADE.

      ******************************************************************
      * APURA-CPF-ALUNO - CPF do aluno corrente no registro tipo '1':
      * o do ALUNO-DEMOGRAFICO quando confere no PROG164; senao em
      * branco, contado no controle.
      ******************************************************************
       APURA-CPF-ALUNO.
           MOVE SPACES TO CS-DET-ALUNO
           MOVE SPACES TO CPP-ENTRADA
           IF WRK-FS-DEMO = '00'
               MOVE ALUNO-ID TO DG-ALUNO-ID
               READ ALUNO-DEMOGRAFICO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DG-CPF TO CPP-ENTRADA
               END-READ
           END-IF
           MOVE 'N' TO CPP-VALIDO
           IF CPP-ENTRADA NOT = SPACES
               CALL 'PROG164' USING CPF-PARAMETROS
           END-IF
           IF CPP-VALIDO = 'S'
               MOVE CPP-CPF TO CS-CPF
           ELSE
               ADD 1 TO WRK-QTD-SEM-CPF
           END-IF.

      ******************************************************************
      * ACUMULA-UNIDADE - Soma o aluno corrente e os seus resultados
      * na unidade (campus) dele, criando a entrada na primeira vez;
      * unidade em branco vale a SEDE.
      ******************************************************************
       ACUMULA-UNIDADE.
           MOVE ALUNO-UNIDADE TO WRK-UNIDADE-ALUNO
           IF WRK-UNIDADE-ALUNO = SPACES
               MOVE 'SEDE' TO WRK-UNIDADE-ALUNO
           END-IF
           PERFORM VARYING WRK-UNIDIDX FROM 1 BY 1
               UNTIL WRK-UNIDIDX > WRK-QTD-UNIDADES
               OR UT-CODIGO(WRK-UNIDIDX) = WRK-UNIDADE-ALUNO
               CONTINUE
           END-PERFORM
           IF WRK-UNIDIDX > WRK-QTD-UNIDADES
               IF WRK-QTD-UNIDADES >= 10
                   DISPLAY 'TABELA DE UNIDADES CHEIA (MAXIMO 10). '
                       'UNIDADE ' WRK-UNIDADE-ALUNO ' FORA DA '
                       'ABERTURA.'
               ELSE
                   ADD 1 TO WRK-QTD-UNIDADES
                   MOVE WRK-QTD-UNIDADES TO WRK-UNIDIDX
                   MOVE WRK-UNIDADE-ALUNO TO UT-CODIGO(WRK-UNIDIDX)
                   MOVE 'V' TO UNP-OPERACAO
                   MOVE WRK-UNIDADE-ALUNO TO UNP-CODIGO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   MOVE UNP-NOME TO UT-NOME(WRK-UNIDIDX)
                   MOVE 0 TO UT-ALUNOS(WRK-UNIDIDX)
                   MOVE 0 TO UT-ATIVOS(WRK-UNIDIDX)
                   MOVE 0 TO UT-INATIVOS(WRK-UNIDIDX)
                   MOVE 0 TO UT-DISC(WRK-UNIDIDX)
               END-IF
           END-IF
           IF WRK-UNIDIDX <= WRK-QTD-UNIDADES
               ADD 1 TO UT-ALUNOS(WRK-UNIDIDX)
               IF ALUNO-ATIVO
                   ADD 1 TO UT-ATIVOS(WRK-UNIDIDX)
               ELSE
                   ADD 1 TO UT-INATIVOS(WRK-UNIDIDX)
               END-IF
               COMPUTE UT-DISC(WRK-UNIDIDX) = UT-DISC(WRK-UNIDIDX)
                   + WRK-QTD-DISC - WRK-DISC-ANTES
           END-IF.

      ******************************************************************
      * ESCREVE-CONTROLE - Emite o relatorio de controle para a
      * assinatura: por unidade e, no consolidado, contagens de
      * registros e totais por status.
      ******************************************************************
       ESCREVE-CONTROLE.
           OPEN OUTPUT CENSO-REL-FILE
           MOVE SPACES TO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA

           PERFORM VARYING WRK-UNIDIDX FROM 1 BY 1
               UNTIL WRK-UNIDIDX > WRK-QTD-UNIDADES
               PERFORM ESCREVE-CONTROLE-UNIDADE
           END-PERFORM

           MOVE 'TOTAL CONSOLIDADO - TODAS AS UNIDADES'
               TO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA

           MOVE WRK-QTD-ALUNOS TO WRK-QTD-ED
           MOVE SPACES TO CENSO-REL-LINHA
           STRING 'REGISTROS DE ALUNO (TIPO 1).....: '
               INTO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA

           MOVE WRK-QTD-SEM-CPF TO WRK-QTD-ED
           MOVE SPACES TO CENSO-REL-LINHA
           STRING 'ALUNOS SEM CPF VALIDO...........: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA

           MOVE SPACES TO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA
           MOVE 'ASSINATURA DA DIRECAO: ______________________'
               TO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA
           CLOSE CENSO-REL-FILE.

      ******************************************************************
      * ESCREVE-CONTROLE-UNIDADE - Contagens da unidade corrente.
      ******************************************************************
       ESCREVE-CONTROLE-UNIDADE.
           MOVE SPACES TO CENSO-REL-LINHA
           STRING 'UNIDADE: ' DELIMITED BY SIZE
               UT-CODIGO(WRK-UNIDIDX) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               UT-NOME(WRK-UNIDIDX) DELIMITED BY SIZE
               INTO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA

           MOVE UT-ALUNOS(WRK-UNIDIDX) TO WRK-QTD-ED
           MOVE SPACES TO CENSO-REL-LINHA
           STRING '  REGISTROS DE ALUNO (TIPO 1)...: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA

           MOVE UT-DISC(WRK-UNIDIDX) TO WRK-QTD-ED
           MOVE SPACES TO CENSO-REL-LINHA
           STRING '  REGISTROS DE RESULTADO (TIPO 2): '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA

           MOVE UT-ATIVOS(WRK-UNIDIDX) TO WRK-QTD-ED
           MOVE SPACES TO CENSO-REL-LINHA
           STRING '  ALUNOS ATIVOS.................: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA

           MOVE UT-INATIVOS(WRK-UNIDIDX) TO WRK-QTD-ED
           MOVE SPACES TO CENSO-REL-LINHA
           STRING '  ALUNOS INATIVOS...............: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA

           MOVE SPACES TO CENSO-REL-LINHA
           WRITE CENSO-REL-LINHA.
       END PROGRAM PROG59.
