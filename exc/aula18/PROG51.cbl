      *  ALUNO E SUAS LINHAS DO DISC-MASTER NO ARQUIVO MORTO, REMOVE
      *  DOS MESTRES VIVOS E IMPRIME O CERTIFICADO DE ARQUIVAMENTO.
      *  A ULTIMA ATIVIDADE CONHECIDA E A MAIOR DATA ENTRE O CADASTRO
      *  E AS NOTAS DO HISTORICO ACADEMICO. AS REMOCOES VAO PARA O
      *  JORNAL DE MANUTENCAO DO ALUNO (JRNALUNO) E PARA A TRILHA DE
      *  POSTAGEM DO DISC-MASTER (JRNDISC), BASE DA RECUPERACAO DOS
      *  MESTRES A PARTIR DO BACKUP (PROG144).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REL-FILE ASSIGN TO "ARQREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQREL.
           SELECT JORNAL-ALUNO-FILE ASSIGN TO "JRNALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT JORNAL-DISC-FILE ASSIGN TO "JRNDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNDISC.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY ARQALUNO.
       FD  ARQ-REL-FILE.
       01  ARQ-REL-LINHA      PIC X(80).
       FD  JORNAL-ALUNO-FILE.
           COPY JRNALU.
       FD  JORNAL-DISC-FILE.
           COPY JRNDISC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-DISCMR     PIC X(02) VALUE SPACES.
       77 WRK-FS-PARM       PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQ        PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQREL     PIC X(02) VALUE SPACES.
       77 WRK-FS-JORNAL     PIC X(02) VALUE SPACES.
       77 WRK-FS-JRNDISC    PIC X(02) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-DIAS-INATIVO  PIC 9(04) VALUE 1825.
                   OPEN OUTPUT ARQUIVO-ALUNO-FILE
               END-IF
               OPEN I-O DISC-MASTER-FILE
               ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
               OPEN EXTEND JORNAL-ALUNO-FILE
               IF WRK-FS-JORNAL = '05' OR WRK-FS-JORNAL = '35'
                   OPEN OUTPUT JORNAL-ALUNO-FILE
               END-IF
               OPEN EXTEND JORNAL-DISC-FILE
               IF WRK-FS-JRNDISC = '05' OR WRK-FS-JRNDISC = '35'
                   OPEN OUTPUT JORNAL-DISC-FILE
               END-IF

               PERFORM VARYING WRK-CANDIDX FROM 1 BY 1
                   UNTIL WRK-CANDIDX > WRK-QTD-CAND
               END-PERFORM

               CLOSE DISC-MASTER-FILE
               CLOSE JORNAL-ALUNO-FILE
               CLOSE JORNAL-DISC-FILE
               CLOSE ARQUIVO-ALUNO-FILE

               MOVE SPACES TO ARQ-REL-LINHA
               PERFORM PASSADA-ARQUIVA-DISC
           END-PERFORM

           MOVE ALUNO-ID            TO JR-ALUNO-ID
           MOVE 'E'                 TO JR-OPERACAO
           MOVE WRK-CD-DATA         TO JR-DATA
           MOVE WRK-CD-HORA         TO JR-HORA
           MOVE WRK-USUARIO         TO JR-OPERADOR
           MOVE ALUNO-MASTER-RECORD TO JR-ANTES
           MOVE SPACES              TO JR-DEPOIS
           MOVE 'EXPURGO DE INATIVOS' TO JR-MOTIVO
           MOVE ALUNO-UNIDADE       TO JR-ANT-UNIDADE
           MOVE SPACES              TO JR-DEP-UNIDADE
           DELETE ALUNO-MASTER-FILE
               INVALID KEY
                   DISPLAY 'FALHA AO REMOVER ' ALUNO-ID
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-ARQUIVADOS
                   WRITE JORNAL-ALUNO-RECORD
           END-DELETE

           MOVE SPACES TO ARQ-REL-LINHA
                       MOVE DISC-MASTER-RECORD TO AQ-IMAGEM
                       WRITE ARQUIVO-ALUNO-RECORD
                       ADD 1 TO WRK-QTD-LEVADAS
                       MOVE 'E'                TO JD-OPERACAO
                       MOVE WRK-CD-DATA        TO JD-DATA
                       MOVE WRK-CD-HORA        TO JD-HORA
                       MOVE 'PROG51'           TO JD-PROGRAMA
                       MOVE WRK-USUARIO        TO JD-OPERADOR
                       MOVE DISC-MASTER-RECORD TO JD-DEPOIS
                       DELETE DISC-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               WRITE JORNAL-DISC-RECORD
                       END-DELETE
               END-READ
           END-PERFORM.
