      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG156.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  POUSO DAS TRANSACOES DE NOTAS NO HISTORICO INDEXADO
      *  (NOTAHIST) - A FICHA DO ALUNO (PROG18) E A TRILHA DE
      *  ATIVIDADE (PROG114) LIAM AS GERACOES DO NOTAS-TRANS DE
      *  PONTA A PONTA PARA ACHAR UM ALUNO. TODA NOITE, DEPOIS DO
      *  EXTRATO (PROG82), ESTE PROGRAMA GRAVA AS TRANSACOES VALIDAS
      *  DO DIA NO HISTORICO CHAVEADO POR MATRICULA + DATA + HORA,
      *  COM O SEMESTRE E O TIPO; A MESMA ROTINA FAZ A CARGA INICIAL
      *  A PARTIR DAS GERACOES ANTIGAS CONCATENADAS EM NOTAHENT.
      *  TRANSACAO SEM MATRICULA TEM A MATRICULA RESOLVIDA PELO NOME
      *  NO ALUNO-MASTER; SEM ALUNO CORRESPONDENTE E CONTADA E NAO
      *  ENTRA. TRANSACAO JA POUSADA (MESMA CHAVE E CONTEUDO) E
      *  IGNORADA, DE MODO QUE A RODADA PODE SER REPETIDA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTAS-TRANS-FILE ASSIGN TO "NOTAHENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT NOTA-HISTORICO-FILE ASSIGN TO "NOTAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-TRANS-FILE.
           COPY NOTASTR.
       01  NT-CONTROLE        PIC X(30).
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  NOTA-HISTORICO-FILE.
           COPY NOTAHIST.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       COPY MSGPARM.
       77 WRK-FS-NOTAS      PIC X(02) VALUE SPACES.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-NOTAS     PIC X(01) VALUE 'N'.
           88 FIM-NOTAS            VALUE 'S'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO      VALUE 'S'.
       77 WRK-GRAVACAO      PIC X(01) VALUE SPACES.
           88 GRAVACAO-FEITA       VALUE 'G'.
           88 GRAVACAO-REPETIDA    VALUE 'R'.
           88 GRAVACAO-PENDENTE    VALUE ' '.
       77 WRK-ALUNO-ID      PIC X(14) VALUE SPACES.
       77 WRK-SEQ           PIC 9(02) VALUE 0.
       77 WRK-LIDAS         PIC 9(08) VALUE 0.
       77 WRK-GRAVADAS      PIC 9(08) VALUE 0.
       77 WRK-REPETIDAS     PIC 9(08) VALUE 0.
       77 WRK-SEM-ALUNO     PIC 9(08) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZZZ9.
       77 WRK-TOTAL-ED2     PIC ZZZZZZZ9.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           OPEN INPUT NOTAS-TRANS-FILE
           OPEN INPUT ALUNO-MASTER-FILE
           OPEN I-O NOTA-HISTORICO-FILE
           IF WRK-FS-HIST = '35'
               CLOSE NOTA-HISTORICO-FILE
               OPEN OUTPUT NOTA-HISTORICO-FILE
               CLOSE NOTA-HISTORICO-FILE
               OPEN I-O NOTA-HISTORICO-FILE
           END-IF
           EVALUATE TRUE
               WHEN WRK-FS-NOTAS NOT = '00'
                   MOVE 'ACD0148E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'ENTRADA NOTAHENT INDISPONIVEL. FILE STATUS '
                       DELIMITED BY SIZE
                       WRK-FS-NOTAS DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-FS-ALUNO NOT = '00'
                   MOVE 'ACD0011E' TO MP-ID
                   MOVE 'ARQUIVO ALUNO-MASTER VAZIO OU INEXISTENTE.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-FS-HIST NOT = '00'
                   MOVE 'ACD0148E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'HISTORICO NOTAHIST INDISPONIVEL. '
                       DELIMITED BY SIZE
                       'FILE STATUS '
                       DELIMITED BY SIZE
                       WRK-FS-HIST DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM POUSA-TRANSACOES
           END-EVALUATE
           IF WRK-FS-NOTAS = '00'
               CLOSE NOTAS-TRANS-FILE
           END-IF
           IF WRK-FS-ALUNO = '00'
               CLOSE ALUNO-MASTER-FILE
           END-IF
           IF WRK-FS-HIST = '00'
               CLOSE NOTA-HISTORICO-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * POUSA-TRANSACOES - Le a entrada (cabecalho e trailer de
      * controle sao saltados), resolve a matricula e grava cada
      * transacao no historico.
      ******************************************************************
       POUSA-TRANSACOES.
           READ NOTAS-TRANS-FILE
               AT END MOVE 'S' TO WRK-FIM-NOTAS
           END-READ
           PERFORM UNTIL FIM-NOTAS
               IF NT-CONTROLE(1:4) = '***H'
                   OR NT-CONTROLE(1:4) = '***T'
                   CONTINUE
               ELSE
                   ADD 1 TO WRK-LIDAS
                   PERFORM RESOLVE-ALUNO
                   IF REGISTRO-ACHADO
                       PERFORM GRAVA-HISTORICO
                   ELSE
                       ADD 1 TO WRK-SEM-ALUNO
                   END-IF
               END-IF
               READ NOTAS-TRANS-FILE
                   AT END MOVE 'S' TO WRK-FIM-NOTAS
               END-READ
           END-PERFORM

           MOVE WRK-GRAVADAS  TO WRK-TOTAL-ED
           MOVE WRK-REPETIDAS TO WRK-TOTAL-ED2
           MOVE 'ACD0150I' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'NOTAHIST: POUSADAS ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' JA EXISTENTES ' DELIMITED BY SIZE
               WRK-TOTAL-ED2 DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM
           IF WRK-SEM-ALUNO > 0
               MOVE WRK-SEM-ALUNO TO WRK-TOTAL-ED
               MOVE 'ACD0149W' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'TRANSACOES SEM ALUNO NO ALUNO-MASTER, FORA DO '
                   DELIMITED BY SIZE
                   'HISTORICO: ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 4 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * RESOLVE-ALUNO - Confere a matricula da transacao no
      * ALUNO-MASTER; registros antigos sem matricula sao resolvidos
      * pela chave alternada de nome, como no extrato do PROG82.
      ******************************************************************
       RESOLVE-ALUNO.
           MOVE 'N'    TO WRK-ACHOU
           MOVE SPACES TO WRK-ALUNO-ID
           IF NT-ALUNO-ID NOT = SPACES
               MOVE NT-ALUNO-ID TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
               END-READ
           ELSE
               MOVE NT-NOME TO ALUNO-NOME
               START ALUNO-MASTER-FILE KEY IS = ALUNO-NOME
                   INVALID KEY
                       MOVE 'N' TO WRK-ACHOU
                   NOT INVALID KEY
                       READ ALUNO-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE 'N' TO WRK-ACHOU
                           NOT AT END
                               MOVE 'S' TO WRK-ACHOU
                       END-READ
               END-START
           END-IF
           IF REGISTRO-ACHADO
               MOVE ALUNO-ID TO WRK-ALUNO-ID
           END-IF.

      ******************************************************************
      * GRAVA-HISTORICO - Grava com a primeira sequencia livre da
      * chave matricula + data + hora; achando a mesma transacao ja
      * gravada (rodada repetida ou carga sobreposta), nao regrava.
      ******************************************************************
       GRAVA-HISTORICO.
           MOVE 0 TO WRK-SEQ
           MOVE SPACES TO WRK-GRAVACAO
           PERFORM UNTIL NOT GRAVACAO-PENDENTE
               PERFORM MONTA-HISTORICO
               WRITE NOTA-HISTORICO-RECORD
                   INVALID KEY
                       READ NOTA-HISTORICO-FILE
                           INVALID KEY
                               CONTINUE
                       END-READ
                       IF NH-MATERIA = NT-MATERIA
                           AND NH-NOTA = NT-NOTA
                           AND (NH-TIPO = NT-TIPO
                               OR (NT-TIPO = SPACE AND NH-INCLUSAO))
                           MOVE 'R' TO WRK-GRAVACAO
                           ADD 1 TO WRK-REPETIDAS
                       ELSE
                           IF WRK-SEQ >= 99
                               MOVE 'R' TO WRK-GRAVACAO
                               ADD 1 TO WRK-SEM-ALUNO
                           ELSE
                               ADD 1 TO WRK-SEQ
                           END-IF
                       END-IF
                   NOT INVALID KEY
                       MOVE 'G' TO WRK-GRAVACAO
                       ADD 1 TO WRK-GRAVADAS
               END-WRITE
           END-PERFORM.

       MONTA-HISTORICO.
           MOVE WRK-ALUNO-ID TO NH-ALUNO-ID
           MOVE NT-DATA      TO NH-DATA
           MOVE NT-HORA      TO NH-HORA
           MOVE WRK-SEQ      TO NH-SEQ
           MOVE NT-SEMESTRE  TO NH-SEMESTRE
           MOVE NT-TIPO      TO NH-TIPO
           IF NT-TIPO = SPACE
               MOVE 'I' TO NH-TIPO
           END-IF
           MOVE NT-MATERIA   TO NH-MATERIA
           MOVE NT-NOTA      TO NH-NOTA
           MOVE NT-NOME      TO NH-NOME
           MOVE WRK-HOJE     TO NH-DATA-CARGA.

      ******************************************************************
      * EMITE-MENSAGEM - Emite a condicao de operacao corrente pela
      * rotina comum de mensagens.
      ******************************************************************
       EMITE-MENSAGEM.
           CALL 'PROG65' USING MENSAGEM-PARAMETROS.

      ******************************************************************
      * REGISTRA-RUNCTL - Registra no controle de execucoes o inicio
      * ou o fim da rodada, com contadores e codigo de retorno.
      ******************************************************************
       REGISTRA-RUNCTL.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND RUN-CONTROL-FILE
           IF WRK-FS-RUNCTL = '05' OR WRK-FS-RUNCTL = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE 'PROG156'       TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO  TO RN-EVENTO
           MOVE WRK-CD-DATA     TO RN-DATA
           MOVE WRK-CD-HORA     TO RN-HORA
           MOVE WRK-LIDAS       TO RN-LIDOS
           MOVE WRK-GRAVADAS    TO RN-GRAVADOS
           MOVE WRK-SEM-ALUNO   TO RN-REJEITADOS
           MOVE RETURN-CODE     TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG156.
