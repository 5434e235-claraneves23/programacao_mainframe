               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CHAVE
               FILE STATUS IS WS-FS-DISCMR.
           SELECT JORNAL-DISC-FILE ASSIGN TO "JRNDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-JRNDISC.
           SELECT DISC-CSV-FILE ASSIGN TO "PROG07CS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.
           COPY DISCREL.
       FD  DISC-MASTER-FILE.
           COPY DISCMR.
       FD  JORNAL-DISC-FILE.
           COPY JRNDISC.
       FD  DISC-CSV-FILE.
           COPY DISCCSV.
       FD  DISC-CATALOGO-FILE.
       01 WS-EXPORTAR-CSV   PIC X(01) VALUE 'N'.
          88 EXPORTA-CSV          VALUE 'S'.
       01 WS-FS-DISCMR      PIC X(02) VALUE SPACES.
       01 WS-FS-JRNDISC     PIC X(02) VALUE SPACES.
       01 WS-OPERACAO-DISC  PIC X(01) VALUE 'I'.
       01 WS-USUARIO        PIC X(08) VALUE SPACES.
       01 WS-DATA-HORA-ATUAL PIC X(21).
       01 WS-DH-REDEF REDEFINES WS-DATA-HORA-ATUAL.
          05 WS-CD-DATA      PIC X(08).
          05 WS-CD-HORA      PIC X(06).
          05 FILLER          PIC X(07).
       01 WS-FIM-DISCMR     PIC X(01) VALUE 'N'.
          88 FIM-DISCMR           VALUE 'S'.
       01 DISCIPLINAS-TEXTOS.
               CLOSE DISC-MASTER-FILE
               OPEN I-O DISC-MASTER-FILE
           END-IF
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           OPEN EXTEND JORNAL-DISC-FILE
           IF WS-FS-JRNDISC = '05' OR WS-FS-JRNDISC = '35'
               OPEN OUTPUT JORNAL-DISC-FILE
           END-IF

           PERFORM VARYING CONTADOR FROM 1 BY 1
               UNTIL CONTADOR > WS-QUANTIDADE
               MOVE STU-ID       TO DM-ALUNO-ID
               MOVE DISCIPLINAS(CONTADOR) TO DM-DISCIPLINA
               MOVE NOTA(CONTADOR)    TO DM-NOTA
               MOVE 'I' TO WS-OPERACAO-DISC
               WRITE DISC-MASTER-RECORD
                   INVALID KEY
                       MOVE 'A' TO WS-OPERACAO-DISC
                       REWRITE DISC-MASTER-RECORD
               END-WRITE
               PERFORM GRAVA-JORNAL-DISC
           END-PERFORM
           CLOSE DISC-MASTER-FILE
           CLOSE JORNAL-DISC-FILE

           DISPLAY "Exportar também em formato CSV? (S/N): "
           ACCEPT WS-EXPORTAR-CSV
           PERFORM EXIBE-RANKING
            GOBACK.

      ******************************************************************
      * GRAVA-JORNAL-DISC - Grava na trilha de postagem do DISC-MASTER
      * a imagem da nota recem-gravada, com operador e carimbo de
      * data/hora, para a recuperacao do mestre a partir do backup.
      ******************************************************************
       GRAVA-JORNAL-DISC.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-OPERACAO-DISC   TO JD-OPERACAO
           MOVE WS-CD-DATA         TO JD-DATA
           MOVE WS-CD-HORA         TO JD-HORA
           MOVE 'PROG07'           TO JD-PROGRAMA
           MOVE WS-USUARIO         TO JD-OPERADOR
           MOVE DISC-MASTER-RECORD TO JD-DEPOIS
           WRITE JORNAL-DISC-RECORD.

      ******************************************************************
      * SOLICITA-DISCIPLINA - Pede o codigo da disciplina da posicao
      * CONTADOR e o valida contra o catalogo de disciplinas,
