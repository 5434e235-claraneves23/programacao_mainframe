      *  ARQUIVO DE TRABALHO. A FASE CONCLUIDA FICA NO CHECKPOINT
      *  PROG17CKP: UMA QUEDA ENTRE FASES REENTRA DA FASE SEGUINTE, E
      *  O PARM (C/V/S/P) FORCA O REINICIO DE UMA FASE ESPECIFICA.
      *  A CONSOLIDACAO CARIMBA EM HT-ATA O NUMERO DA ATA OFICIAL DE
      *  NOTAS (ATAALU, PROG137) QUANDO A LINHA DO ALUNO NA MATERIA E
      *  SEMESTRE ESTA ASSINADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT ATA-ALUNO-FILE ASSIGN TO "ATAALU"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-CHAVE
               FILE STATUS IS WRK-FS-ATA.
           SELECT FECH-REL-FILE ASSIGN TO "FECHREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FECHREL.
           COPY ALUNOMR.
       FD  HISTORICO-MASTER-FILE.
           COPY HISTMR.
       FD  ATA-ALUNO-FILE.
           COPY ATAALU.
       FD  FECH-REL-FILE.
           COPY FECHREL.
       FD  NOTAS-SALVA-FILE.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-FECHREL    PIC X(02) VALUE SPACES.
       77 WRK-FS-ATA        PIC X(02) VALUE SPACES.
       77 WRK-ATA-ABERTA    PIC X(01) VALUE 'N'.
           88 ATA-ABERTA           VALUE 'S'.
       77 WRK-FIM-NOTAS     PIC X(01) VALUE 'N'.
           88 FIM-NOTAS            VALUE 'S'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ABRE-HISTORICO
                   PERFORM ABRE-ATA-ALUNO
                   OPEN OUTPUT FECH-REL-FILE
                   MOVE 'FECHAMENTO DE SEMESTRE - CONTROLE POR MATERIA'
                       TO FECH-REL-LINHA

                   CLOSE ALUNO-MASTER-FILE
                   CLOSE HISTORICO-MASTER-FILE
                   IF ATA-ABERTA
                       CLOSE ATA-ALUNO-FILE
                   END-IF
                   CLOSE FECH-REL-FILE
                   CLOSE NOTAS-TRANS-FILE
               END-IF
               OPEN I-O HISTORICO-MASTER-FILE
           END-IF.

      ******************************************************************
      * ABRE-ATA-ALUNO - Abre as linhas da ata oficial de notas para
      * consulta; sem o arquivo (nenhuma ata emitida ainda) a
      * consolidacao segue com HT-ATA em branco.
      ******************************************************************
       ABRE-ATA-ALUNO.
           MOVE 'N' TO WRK-ATA-ABERTA
           OPEN INPUT ATA-ALUNO-FILE
           IF WRK-FS-ATA = '00'
               MOVE 'S' TO WRK-ATA-ABERTA
           END-IF.

      ******************************************************************
      * CONSOLIDA-TRANSACAO - Resolve o aluno da transacao corrente no
      * ALUNO-MASTER, grava (ou regrava) a nota no HISTORICO-MASTER sob
                   MOVE NT-NOME      TO HT-NOME
                   MOVE NT-NOTA      TO HT-NOTA
                   MOVE NT-DATA      TO HT-DATA
                   MOVE 'C'          TO HT-TIPO
                   PERFORM BUSCA-ATA
                   WRITE HISTORICO-RECORD
                       INVALID KEY
                           REWRITE HISTORICO-RECORD
               WRITE FECH-REL-LINHA
           END-IF.

      ******************************************************************
      * BUSCA-ATA - Carimba em HT-ATA o numero da ata oficial quando a
      * linha do aluno na materia e semestre ja esta assinada.
      ******************************************************************
       BUSCA-ATA.
           MOVE SPACES TO HT-ATA
           IF ATA-ABERTA
               MOVE HT-ALUNO-ID TO AI-ALUNO-ID
               MOVE HT-MATERIA  TO AI-MATERIA
               MOVE HT-SEMESTRE TO AI-SEMESTRE
               READ ATA-ALUNO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AI-CONGELADA
                           MOVE AI-NUMERO TO HT-ATA
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * DETERMINA-SEMESTRE - Deriva o codigo do semestre (AAAA-S) da
      * data da transacao: meses 01-06 formam o primeiro semestre e
