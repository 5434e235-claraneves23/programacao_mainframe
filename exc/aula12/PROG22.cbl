      *  REGRA DO PROG61) LADO A LADO E, SOB SUPERVISAO, FUNDE DUAS
      *  MATRICULAS EM UMA: AS DISCIPLINAS DO DISC-MASTER E O
      *  HISTORICO ACADEMICO SAO REAPONTADOS PARA A MATRICULA
      *  SOBREVIVENTE E A MATRICULA PERDEDORA E INATIVADA. CADA NOTA
      *  MOVIDA OU APAGADA VAI PARA A TRILHA DE POSTAGEM DO
      *  DISC-MASTER (JRNDISC) E A INATIVACAO PARA O JORNAL DE
      *  MANUTENCAO DO ALUNO (JRNALUNO), BASE DA RECUPERACAO DOS
      *  MESTRES A PARTIR DO BACKUP (PROG144). O RELATORIO MOSTRA O
      *  CPF DE CADA MATRICULA DO GRUPO (ALUNODEM) - CPF IGUAL CONFIRMA
      *  A DUPLICATA, CPF DIFERENTE A AFASTA - E LISTA AINDA OS GRUPOS
      *  DE MATRICULAS DIFERENTES COM O MESMO CPF, QUALQUER QUE SEJA O
      *  NOME.
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
           SELECT DUP-REL-FILE ASSIGN TO "DUPREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DUPREL.
           SELECT JORNAL-ALUNO-FILE ASSIGN TO "JRNALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT JORNAL-DISC-FILE ASSIGN TO "JRNDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNDISC.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  ALUNO-DEMOGRAFICO-FILE.
           COPY ALUNODEM.
       FD  DISC-MASTER-FILE.
           COPY DISCMR.
       FD  HISTORICO-MASTER-FILE.
           COPY HISTMR.
       FD  DUP-REL-FILE.
           COPY DUPREL.
       FD  JORNAL-ALUNO-FILE.
           COPY JRNALU.
       FD  JORNAL-DISC-FILE.
           COPY JRNDISC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-DISCMR     PIC X(02) VALUE SPACES.
       77 WRK-FS-DEMO       PIC X(02) VALUE SPACES.
       77 WRK-CPF-ATUAL     PIC X(11) VALUE SPACES.
       77 WRK-CPF-ANT       PIC X(11) VALUE SPACES.
       77 WRK-FIM-DEMO      PIC X(01) VALUE 'N'.
           88 FIM-DEMO             VALUE 'S'.
       77 WRK-QTD-GRUPOS-CPF PIC 9(04) VALUE 0.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-DUPREL     PIC X(02) VALUE SPACES.
       77 WRK-FS-JORNAL     PIC X(02) VALUE SPACES.
       77 WRK-FS-JRNDISC    PIC X(02) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-OPERACAO-DISC PIC X(01) VALUE 'I'.
       77 WRK-IMAGEM-ANTES  PIC X(63) VALUE SPACES.
       77 WRK-IMAGEM-DISC   PIC X(58) VALUE SPACES.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-FIM-ALUNO     PIC X(01) VALUE 'N'.
          05 TH-ENTRY OCCURS 100 TIMES.
             10 TH-SEMESTRE PIC X(06).
             10 TH-MATERIA  PIC X(15).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'
           IF WRK-FS-ALUNO = '35'
               DISPLAY 'ARQUIVO ALUNO-MASTER VAZIO OU INEXISTENTE.'
           ELSE
               OPEN INPUT ALUNO-DEMOGRAFICO-FILE
               OPEN OUTPUT DUP-REL-FILE
               MOVE 'AUDITORIA DE NOMES DUPLICADOS - ALUNO-MASTER'
                   TO DUP-REL-LINHA
               MOVE SPACES TO WRK-NOME-ANT
               MOVE SPACES TO WRK-NOME-NORM-ANT
               MOVE SPACES TO WRK-ID-ANT
               MOVE SPACES TO WRK-CPF-ANT
               MOVE 'N' TO WRK-GRUPO-ABERTO
               MOVE 0 TO WRK-QTD-GRUPOS
               MOVE SPACES TO ALUNO-NOME
                   INTO DUP-REL-LINHA
               WRITE DUP-REL-LINHA

               IF WRK-FS-DEMO = '00'
                   PERFORM AUDITA-CPF
                   CLOSE ALUNO-DEMOGRAFICO-FILE
               END-IF

               CLOSE DUP-REL-FILE
               CLOSE ALUNO-MASTER-FILE
               DISPLAY 'RELATORIO GRAVADO EM DUPREL. GRUPOS: '
                   WRK-QTD-GRUPOS ' CPF REPETIDO: ' WRK-QTD-GRUPOS-CPF
           END-IF.

      ******************************************************************
      * similares no relatorio.
      ******************************************************************
       COMPARA-COM-ANTERIOR.
           PERFORM LE-CPF-ALUNO
           MOVE ALUNO-NOME TO WRK-NOME-BRUTO
           PERFORM NORMALIZA-NOME
           IF WRK-NOME-NORM = WRK-NOME-NORM-ANT
                   MOVE SPACES TO DUP-REL-LINHA
                   STRING '  MATRICULA: ' DELIMITED BY SIZE
                       WRK-ID-ANT DELIMITED BY SIZE
                       '                              CPF: '
                       DELIMITED BY SIZE
                       WRK-CPF-ANT DELIMITED BY SIZE
                       INTO DUP-REL-LINHA
                   WRITE DUP-REL-LINHA
               END-IF
                   ALUNO-STATUS DELIMITED BY SIZE
                   ' CADASTRO: ' DELIMITED BY SIZE
                   ALUNO-DATA-CAD DELIMITED BY SIZE
                   ' CPF: ' DELIMITED BY SIZE
                   WRK-CPF-ATUAL DELIMITED BY SIZE
                   INTO DUP-REL-LINHA
               WRITE DUP-REL-LINHA
           ELSE
           END-IF
           MOVE ALUNO-NOME    TO WRK-NOME-ANT
           MOVE WRK-NOME-NORM TO WRK-NOME-NORM-ANT
           MOVE ALUNO-ID      TO WRK-ID-ANT
           MOVE WRK-CPF-ATUAL TO WRK-CPF-ANT.

      ******************************************************************
      * LE-CPF-ALUNO - CPF do aluno corrente no ALUNO-DEMOGRAFICO;
      * sem registro ou sem CPF, '(SEM CPF)'.
      ******************************************************************
       LE-CPF-ALUNO.
           MOVE '(SEM CPF)' TO WRK-CPF-ATUAL
           IF WRK-FS-DEMO = '00'
               MOVE ALUNO-ID TO DG-ALUNO-ID
               READ ALUNO-DEMOGRAFICO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DG-CPF NOT = SPACES
                           MOVE DG-CPF TO WRK-CPF-ATUAL
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * AUDITA-CPF - Percorre o ALUNO-DEMOGRAFICO pela chave alternada
      * de CPF e lista as matriculas diferentes com o mesmo CPF, um
      * grupo por CPF, com nome e status do ALUNO-MASTER.
      ******************************************************************
       AUDITA-CPF.
           MOVE SPACES TO DUP-REL-LINHA
           WRITE DUP-REL-LINHA
           MOVE 'MATRICULAS DIFERENTES COM O MESMO CPF'
               TO DUP-REL-LINHA
           WRITE DUP-REL-LINHA
           MOVE 0 TO WRK-QTD-GRUPOS-CPF
           MOVE SPACES TO WRK-CPF-ANT
           MOVE SPACES TO WRK-ID-ANT
           MOVE 'N' TO WRK-GRUPO-ABERTO
           MOVE 'N' TO WRK-FIM-DEMO
           MOVE SPACES TO DG-CPF
           START ALUNO-DEMOGRAFICO-FILE KEY IS GREATER THAN DG-CPF
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-DEMO
           END-START
           PERFORM UNTIL FIM-DEMO
               READ ALUNO-DEMOGRAFICO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-DEMO
               END-READ
               IF NOT FIM-DEMO
                   IF DG-CPF = WRK-CPF-ANT
                       IF WRK-GRUPO-ABERTO NOT = 'S'
                           MOVE 'S' TO WRK-GRUPO-ABERTO
                           ADD 1 TO WRK-QTD-GRUPOS-CPF
                           MOVE SPACES TO DUP-REL-LINHA
                           STRING 'CPF: ' DELIMITED BY SIZE
                               WRK-CPF-ANT DELIMITED BY SIZE
                               INTO DUP-REL-LINHA
                           WRITE DUP-REL-LINHA
                           MOVE WRK-ID-ANT TO ALUNO-ID
                           PERFORM ESCREVE-MATRICULA-CPF
                       END-IF
                       MOVE DG-ALUNO-ID TO ALUNO-ID
                       PERFORM ESCREVE-MATRICULA-CPF
                   ELSE
                       MOVE 'N' TO WRK-GRUPO-ABERTO
                   END-IF
                   MOVE DG-CPF      TO WRK-CPF-ANT
                   MOVE DG-ALUNO-ID TO WRK-ID-ANT
               END-IF
           END-PERFORM
           MOVE SPACES TO DUP-REL-LINHA
           WRITE DUP-REL-LINHA
           MOVE WRK-QTD-GRUPOS-CPF TO WRK-QTD-ED
           MOVE SPACES TO DUP-REL-LINHA
           STRING 'TOTAL DE CPF REPETIDOS: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO DUP-REL-LINHA
           WRITE DUP-REL-LINHA.

       ESCREVE-MATRICULA-CPF.
           READ ALUNO-MASTER-FILE
               INVALID KEY
                   MOVE '(FORA DO ALUNO-MASTER)' TO ALUNO-NOME
                   MOVE SPACE TO ALUNO-STATUS
           END-READ
           MOVE SPACES TO DUP-REL-LINHA
           STRING '  MATRICULA: ' DELIMITED BY SIZE
               ALUNO-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ALUNO-NOME DELIMITED BY SIZE
               ' STATUS: ' DELIMITED BY SIZE
               ALUNO-STATUS DELIMITED BY SIZE
               INTO DUP-REL-LINHA
           WRITE DUP-REL-LINHA.

      ******************************************************************
      * NORMALIZA-NOME - Normaliza WRK-NOME-BRUTO em WRK-NOME-NORM:
                           ADD 1 TO WRK-QTD-MANTIDAS
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-MOVIDAS
                           MOVE 'I' TO WRK-OPERACAO-DISC
                           MOVE DISC-MASTER-RECORD TO WRK-IMAGEM-DISC
                           PERFORM GRAVA-JORNAL-DISC
                   END-WRITE
                   MOVE WRK-ID-PERDEDOR TO DM-ALUNO-ID
                   MOVE TC-DISCIPLINA(WRK-CHAVE-IDX) TO DM-DISCIPLINA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE DISC-MASTER-RECORD TO WRK-IMAGEM-DISC
                           DELETE DISC-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 'E' TO WRK-OPERACAO-DISC
                                   PERFORM GRAVA-JORNAL-DISC
                           END-DELETE
                   END-READ
           END-READ.

      ******************************************************************
      * GRAVA-JORNAL-DISC - Grava na trilha de postagem do DISC-MASTER
      * a imagem da nota incluida na sobrevivente ou apagada da
      * perdedora, com operador e carimbo de data/hora.
      ******************************************************************
       GRAVA-JORNAL-DISC.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND JORNAL-DISC-FILE
           IF WRK-FS-JRNDISC = '05' OR WRK-FS-JRNDISC = '35'
               OPEN OUTPUT JORNAL-DISC-FILE
           END-IF
           MOVE WRK-OPERACAO-DISC  TO JD-OPERACAO
           MOVE WRK-CD-DATA        TO JD-DATA
           MOVE WRK-CD-HORA        TO JD-HORA
           MOVE 'PROG22'           TO JD-PROGRAMA
           MOVE WRK-USUARIO        TO JD-OPERADOR
           MOVE WRK-IMAGEM-DISC    TO JD-DEPOIS
           WRITE JORNAL-DISC-RECORD
           CLOSE JORNAL-DISC-FILE.

      ******************************************************************
      * REAPONTA-HISTORICO - Copia as linhas do HISTORICO-MASTER da
      * matricula perdedora para a sobrevivente e apaga as originais,
               INVALID KEY
                   DISPLAY 'MATRICULA PERDEDORA NAO ENCONTRADA.'
               NOT INVALID KEY
                   MOVE ALUNO-MASTER-RECORD TO WRK-IMAGEM-ANTES
                   MOVE 'I' TO ALUNO-STATUS
                   REWRITE ALUNO-MASTER-RECORD
                       INVALID KEY
                       NOT INVALID KEY
                           DISPLAY 'MATRICULA ' WRK-ID-PERDEDOR
                               ' INATIVADA.'
                           PERFORM GRAVA-JORNAL
                   END-REWRITE
           END-READ.

      ******************************************************************
      * GRAVA-JORNAL - Grava no jornal de manutencao do aluno a
      * inativacao da perdedora, com as imagens antes e depois.
      ******************************************************************
       GRAVA-JORNAL.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND JORNAL-ALUNO-FILE
           IF WRK-FS-JORNAL = '05' OR WRK-FS-JORNAL = '35'
               OPEN OUTPUT JORNAL-ALUNO-FILE
           END-IF
           MOVE ALUNO-ID            TO JR-ALUNO-ID
           MOVE 'A'                 TO JR-OPERACAO
           MOVE WRK-CD-DATA         TO JR-DATA
           MOVE WRK-CD-HORA         TO JR-HORA
           MOVE WRK-USUARIO         TO JR-OPERADOR
           MOVE WRK-IMAGEM-ANTES    TO JR-ANTES
           MOVE ALUNO-MASTER-RECORD TO JR-DEPOIS
           MOVE 'FUSAO DE MATRICULAS' TO JR-MOTIVO
           MOVE WRK-IMAGEM-ANTES(60:4) TO JR-ANT-UNIDADE
           MOVE ALUNO-UNIDADE       TO JR-DEP-UNIDADE
           WRITE JORNAL-ALUNO-RECORD
           CLOSE JORNAL-ALUNO-FILE.
       END PROGRAM PROG22.
