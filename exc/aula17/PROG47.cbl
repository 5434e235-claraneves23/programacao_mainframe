      *  ALUNO/MATERIA NO DISC-MASTER, PARA QUE A CAPTURA UNICA DO
      *  PROG03 ALIMENTE OS DOIS ESTOQUES DE NOTAS SEM REDIGITACAO.
      *  EMITE O RELATORIO DE POSTAGEM COM APLICADOS, PULADOS E O
      *  MOTIVO. CADA NOTA APLICADA VAI TAMBEM PARA A TRILHA DE
      *  POSTAGEM DO DISC-MASTER (JRNDISC), BASE DA RECUPERACAO DO
      *  MESTRE A PARTIR DO BACKUP (PROG144).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-REL-FILE ASSIGN TO "POSTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-POSTREL.
           SELECT JORNAL-DISC-FILE ASSIGN TO "JRNDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRNDISC.
       DATA DIVISION.
       FILE SECTION.
       FD  SITUACAO-MASTER-FILE.
           COPY DISCMR.
       FD  POST-REL-FILE.
           COPY POSTREL.
       FD  JORNAL-DISC-FILE.
           COPY JRNDISC.
       WORKING-STORAGE SECTION.
       COPY SITREL.
       77 WRK-SIT-POSICIONADO PIC X(01) VALUE 'N'.
       77 WRK-FS-SITREL     PIC X(02) VALUE SPACES.
       77 WRK-FS-DISCMR     PIC X(02) VALUE SPACES.
       77 WRK-FS-POSTREL    PIC X(02) VALUE SPACES.
       77 WRK-FS-JRNDISC    PIC X(02) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-OPERACAO-DISC PIC X(01) VALUE 'I'.
       77 WRK-FIM-SITREL    PIC X(01) VALUE 'N'.
           88 FIM-SITREL           VALUE 'S'.
       77 WRK-GRAVOU        PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-APLICADAS PIC 9(05) VALUE 0.
       77 WRK-TOTAL-PULADAS PIC 9(05) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZ9.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           OPEN INPUT SITUACAO-MASTER-FILE
           MOVE 'N' TO WRK-SIT-POSICIONADO
           IF WRK-FS-SITREL = '35'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ABRE-DISC-MASTER
               OPEN EXTEND JORNAL-DISC-FILE
               IF WRK-FS-JRNDISC = '05' OR WRK-FS-JRNDISC = '35'
                   OPEN OUTPUT JORNAL-DISC-FILE
               END-IF
               OPEN OUTPUT POST-REL-FILE
               MOVE 'RELATORIO DE POSTAGEM SITREL -> DISC-MASTER'
                   TO POST-REL-LINHA

               CLOSE POST-REL-FILE
               CLOSE DISC-MASTER-FILE
               CLOSE JORNAL-DISC-FILE
               CLOSE SITUACAO-MASTER-FILE
               DISPLAY 'POSTAGEM CONCLUIDA. APLICADAS: '
                   WRK-TOTAL-APLICADAS ' PULADAS: '
           MOVE SR-NOTA     TO DM-NOTA

           MOVE 'N' TO WRK-GRAVOU
           MOVE 'I' TO WRK-OPERACAO-DISC
           WRITE DISC-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               MOVE SR-ALUNO-ID TO DM-ALUNO-ID
               MOVE SR-MATERIA  TO DM-DISCIPLINA
               MOVE SR-NOTA     TO DM-NOTA
               MOVE 'A' TO WRK-OPERACAO-DISC
               REWRITE DISC-MASTER-RECORD
                   INVALID KEY
                       CONTINUE

           IF WRK-GRAVOU = 'S'
               ADD 1 TO WRK-TOTAL-APLICADAS
               PERFORM GRAVA-JORNAL-DISC
           ELSE
               ADD 1 TO WRK-TOTAL-PULADAS
               MOVE SPACES TO POST-REL-LINHA
               WRITE POST-REL-LINHA
           END-IF.

      ******************************************************************
      * GRAVA-JORNAL-DISC - Grava na trilha de postagem do DISC-MASTER
      * a imagem da nota aplicada, com o carimbo da rodada.
      ******************************************************************
       GRAVA-JORNAL-DISC.
           MOVE WRK-OPERACAO-DISC TO JD-OPERACAO
           MOVE WRK-CD-DATA       TO JD-DATA
           MOVE WRK-CD-HORA       TO JD-HORA
           MOVE 'PROG47'          TO JD-PROGRAMA
           MOVE WRK-USUARIO       TO JD-OPERADOR
           MOVE SR-ALUNO-ID       TO JD-ALUNO-ID
           MOVE SR-MATERIA        TO JD-DISCIPLINA
           MOVE SR-NOTA           TO JD-NOTA
           WRITE JORNAL-DISC-RECORD.

       ESCREVE-TOTAIS.
           MOVE SPACES TO POST-REL-LINHA
           WRITE POST-REL-LINHA
