      *  ORDENADA POR DATA E HORA E COM O USUARIO DE CADA EVENTO, O
      *  QUE HOJE EXIGE CINCO ARQUIVOS - AS EXECUCOES DO AUDITLOG QUE
      *  CITAM O ALUNO, AS IMAGENS ANTES/DEPOIS DO JRNALUNO, AS
      *  TRANSACOES DE NOTA COM O TIPO, AS SUSPENSOES DO
      *  SUSPNOT E OS RECIBOS DO LIVRO - NA TELA E NO RELATORIO
      *  TRACEREL. A DISPUTA DE NOTA QUE LEVOU TRES PESSOAS E DOIS
      *  DIAS VIRA UMA CONSULTA. AS TRANSACOES DE NOTA SAO LIDAS POR
      *  CHAVE NO HISTORICO INDEXADO (NOTAHIST) DO PROG156.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL-ALUNO-FILE ASSIGN TO "JRNALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.
           SELECT NOTA-HISTORICO-FILE ASSIGN TO "NOTAHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NH-CHAVE
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT SUSPENSO-FILE ASSIGN TO "SUSPNOT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY AUDITLOG.
       FD  JORNAL-ALUNO-FILE.
           COPY JRNALU.
       FD  NOTA-HISTORICO-FILE.
           COPY NOTAHIST.
       FD  SUSPENSO-FILE.
           COPY SUSPNOT.
       FD  RECIBO-REGISTRO-FILE.
               CLOSE JORNAL-ALUNO-FILE
           END-IF.

      ******************************************************************
      * COLHE-NOTAS - Transacoes de nota do aluno, lidas a partir da
      * sua chave no historico indexado.
      ******************************************************************
       COLHE-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT NOTA-HISTORICO-FILE
           IF WRK-FS-NOTAS = '35'
               CONTINUE
           ELSE
               MOVE WRK-ID-BUSCA TO NH-ALUNO-ID
               MOVE LOW-VALUES   TO NH-DATA
               MOVE LOW-VALUES   TO NH-HORA
               MOVE 0            TO NH-SEQ
               START NOTA-HISTORICO-FILE KEY IS NOT LESS THAN NH-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ NOTA-HISTORICO-FILE NEXT RECORD
                       AT END MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF NH-ALUNO-ID NOT = WRK-ID-BUSCA
                           MOVE 'S' TO WRK-FIM-ARQ
                       ELSE
                           MOVE NH-DATA TO WRK-EVT-DATA
                           MOVE NH-HORA TO WRK-EVT-HORA
                           MOVE SPACES  TO WRK-EVT-USU
                           MOVE NH-NOTA TO WRK-NOTA-ED
                           MOVE SPACES TO WRK-EVT-TEXTO
                           STRING 'NOTA TIPO ' DELIMITED BY SIZE
                               NH-TIPO DELIMITED BY SIZE
                               ' ' DELIMITED BY SIZE
                               NH-MATERIA DELIMITED BY SIZE
                               ' = ' DELIMITED BY SIZE
                               WRK-NOTA-ED DELIMITED BY SIZE
                               ' (' DELIMITED BY SIZE
                               NH-SEMESTRE DELIMITED BY SIZE
                               ')' DELIMITED BY SIZE
                               INTO WRK-EVT-TEXTO
                           PERFORM GUARDA-EVENTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE NOTA-HISTORICO-FILE
           END-IF.

       COLHE-SUSPENSOS.
