      *  NOTA MINIMA DE CADA DISCIPLINA EXIGIDA PELO CURRICULO
      *  (ARQUIVO CURRIC) E IMPRIME O CHECKLIST DE REQUISITOS
      *  CUMPRIDOS E FALTANTES POR ALUNO, MAIS O RESUMO DE QUANTOS
      *  ALUNOS ESTAO A N DISCIPLINAS DA FORMATURA. OS ALUNOS APTOS
      *  SAEM TAMBEM NO ARQUIVO ELEGARQ, ENTRADA DA EMISSAO DE
      *  DIPLOMAS DO PROG134. DISCIPLINA AUSENTE OU ABAIXO DA MINIMA
      *  NO DISC-MASTER VALE COMO CUMPRIDA QUANDO HA APROVEITAMENTO DE
      *  ESTUDOS (HT-TIPO 'A') LANCADO NO HISTORICO-MASTER (PROG135).
      *  CADA ALUNO E CONFERIDO CONTRA A VERSAO DO CURRICULO VIGENTE
      *  NO SEU INGRESSO (DATA DE CADASTRO, VIA PROG166), E A
      *  APROVACAO NA MATERIA EQUIVALENTE DA OUTRA VERSAO (CUREQV)
      *  CUMPRE O REQUISITO. QUANDO A VERSAO EXIGE ESTAGIO
      *  SUPERVISIONADO (CARGA MINIMA NO CURRICULO), O ESTAGIO E MAIS
      *  UM REQUISITO, CUMPRIDO SO QUANDO AS HORAS APROVADAS PELO
      *  ORIENTADOR EM TODOS OS ESTAGIOS DO ALUNO (ESTAGIO, PROG180)
      *  ALCANCAM A CARGA MINIMA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-CHAVE
               FILE STATUS IS WRK-FS-DISCMR.
           SELECT HISTORICO-FILE ASSIGN TO "HISTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT ESTAGIO-FILE ASSIGN TO "ESTAGIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ES-CHAVE
               FILE STATUS IS WRK-FS-ESTAGIO.
           SELECT ELEG-REL-FILE ASSIGN TO "ELEGREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ELEGREL.
           SELECT ELEG-ARQ-FILE ASSIGN TO "ELEGARQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ELEGARQ.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  DISC-MASTER-FILE.
           COPY DISCMR.
       FD  HISTORICO-FILE.
           COPY HISTMR.
       FD  ESTAGIO-FILE.
           COPY ESTAGIO.
       FD  ELEG-REL-FILE.
       01  ELEG-REL-LINHA     PIC X(80).
       FD  ELEG-ARQ-FILE.
           COPY ELEGARQ.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-DISCMR     PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTAGIO    PIC X(02) VALUE SPACES.
       77 WRK-FS-ELEGREL    PIC X(02) VALUE SPACES.
       77 WRK-FS-ELEGARQ    PIC X(02) VALUE SPACES.
       77 WRK-DATA-AUDITORIA PIC X(08) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-QTD-REQ       PIC 9(02) VALUE 0.
       77 WRK-QTD-ALUNOS    PIC 9(05) VALUE 0.
       77 WRK-QTD-ELEGIVEIS PIC 9(05) VALUE 0.
       77 WRK-ACHOU-REQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-HIST      PIC X(01) VALUE 'N'.
           88 FIM-HIST             VALUE 'S'.
       77 WRK-APROVEITADO   PIC X(01) VALUE 'N'.
           88 REQUISITO-APROVEITADO VALUE 'S'.
       77 WRK-MAT-LIDA      PIC X(15) VALUE SPACES.
       77 WRK-MAT-CUMPRIDA  PIC X(15) VALUE SPACES.
       77 WRK-FIM-ESTAGIO   PIC X(01) VALUE 'N'.
           88 FIM-ESTAGIO          VALUE 'S'.
       77 WRK-HORAS-ESTAGIO PIC 9(05)V9 VALUE 0.
       77 WRK-HORAS-ED      PIC ZZ.ZZ9,9.
       77 WRK-MINIMO-ED     PIC Z.ZZ9.

       01 TABELA-CURRICULO.
          05 RQ-ENTRY OCCURS 20 TIMES.
             10 RQ-MATERIA      PIC X(15).
             10 RQ-NOTA-MINIMA  PIC 9(02)V99.
             10 RQ-EQUIV-NOVA   PIC X(15).
             10 RQ-EQUIV-ANTIGA PIC X(15).
           COPY CURPARM.
       01 TABELA-DISTANCIA.
          05 DX-QTD-ALUNOS   PIC 9(05) OCCURS 22 TIMES.
       PROCEDURE DIVISION.
       INICIO.
           MOVE SPACES TO CRP-DATA-REF
           PERFORM CARREGA-CURRICULO
           IF WRK-QTD-REQ = 0
               DISPLAY 'ARQUIVO DE CURRICULO VAZIO OU INEXISTENTE.'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT DISC-MASTER-FILE
                   OPEN INPUT HISTORICO-FILE
                   OPEN INPUT ESTAGIO-FILE
                   OPEN OUTPUT ELEG-REL-FILE
                   OPEN OUTPUT ELEG-ARQ-FILE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WRK-DATA-AUDITORIA
                   MOVE 'AUDITORIA DE ELEGIBILIDADE DE FORMATURA'
                       TO ELEG-REL-LINHA
                   WRITE ELEG-REL-LINHA
                   PERFORM ESCREVE-RESUMO

                   CLOSE ELEG-REL-FILE
                   CLOSE ELEG-ARQ-FILE
                   CLOSE DISC-MASTER-FILE
                   IF WRK-FS-HIST NOT = '35'
                       CLOSE HISTORICO-FILE
                   END-IF
                   IF WRK-FS-ESTAGIO NOT = '35'
                       CLOSE ESTAGIO-FILE
                   END-IF
                   CLOSE ALUNO-MASTER-FILE
                   DISPLAY 'AUDITORIA GRAVADA EM ELEGREL. ELEGIVEIS: '
                       WRK-QTD-ELEGIVEIS
           STOP RUN.

      ******************************************************************
      * CARREGA-CURRICULO - Pede ao PROG166 a versao do curriculo
      * vigente no ingresso do aluno (data em CRP-DATA-REF) e monta a
      * tabela de trabalho (ate 20 disciplinas exigidas) com os
      * codigos equivalentes de cada uma.
      ******************************************************************
       CARREGA-CURRICULO.
           MOVE 0 TO WRK-QTD-REQ
           CALL 'PROG166' USING CURRICULO-PARAMETROS
           IF CRP-STATUS = '0'
               PERFORM VARYING WRK-REQIDX FROM 1 BY 1
                   UNTIL WRK-REQIDX > CRP-QTD
                   MOVE CRP-MATERIA(WRK-REQIDX)
                       TO RQ-MATERIA(WRK-REQIDX)
                   MOVE CRP-NOTA-MINIMA(WRK-REQIDX)
                       TO RQ-NOTA-MINIMA(WRK-REQIDX)
                   MOVE CRP-EQUIV-NOVA(WRK-REQIDX)
                       TO RQ-EQUIV-NOVA(WRK-REQIDX)
                   MOVE CRP-EQUIV-ANTIGA(WRK-REQIDX)
                       TO RQ-EQUIV-ANTIGA(WRK-REQIDX)
               END-PERFORM
               MOVE CRP-QTD TO WRK-QTD-REQ
           END-IF.

      ******************************************************************
      * AUDITA-ALUNO - Confere cada requisito do curriculo no
      * DISC-MASTER do aluno corrente e imprime o checklist;
      * totaliza a distancia (requisitos faltantes) no resumo. O
      * aluno apto e gravado no ELEGARQ para a emissao do diploma.
      ******************************************************************
       AUDITA-ALUNO.
           MOVE 0 TO WRK-FALTANTES
           MOVE ALUNO-DATA-CAD TO CRP-DATA-REF
           PERFORM CARREGA-CURRICULO
           MOVE SPACES TO ELEG-REL-LINHA
           STRING 'ALUNO: ' DELIMITED BY SIZE
               ALUNO-ID DELIMITED BY SIZE
               ALUNO-NOME DELIMITED BY SIZE
               INTO ELEG-REL-LINHA
           WRITE ELEG-REL-LINHA
           MOVE SPACES TO ELEG-REL-LINHA
           STRING '  CURRICULO: VERSAO ' DELIMITED BY SIZE
               CRP-VERSAO DELIMITED BY SIZE
               ' - INGRESSO ' DELIMITED BY SIZE
               CRP-SEM-INGRESSO DELIMITED BY SIZE
               INTO ELEG-REL-LINHA
           WRITE ELEG-REL-LINHA

           PERFORM VARYING WRK-REQIDX FROM 1 BY 1
               UNTIL WRK-REQIDX > WRK-QTD-REQ
               PERFORM CONFERE-REQUISITO
           END-PERFORM
           IF CRP-HORAS-ESTAGIO > 0
               PERFORM CONFERE-ESTAGIO
           END-IF

           IF WRK-FALTANTES = 0
               ADD 1 TO WRK-QTD-ELEGIVEIS
               MOVE ALUNO-ID           TO FE-ALUNO-ID
               MOVE ALUNO-NOME         TO FE-NOME
               MOVE WRK-DATA-AUDITORIA TO FE-DATA-AUDITORIA
               WRITE ELEGIVEL-RECORD
               MOVE '  SITUACAO: APTO A FORMATURA.'
                   TO ELEG-REL-LINHA
               WRITE ELEG-REL-LINHA
           WRITE ELEG-REL-LINHA

           COMPUTE WRK-FALTA-IDX = WRK-FALTANTES + 1
           IF WRK-FALTA-IDX > 22
               MOVE 22 TO WRK-FALTA-IDX
           END-IF
           ADD 1 TO DX-QTD-ALUNOS(WRK-FALTA-IDX).

      ******************************************************************
      * CONFERE-REQUISITO - Confere a presenca e a nota minima do
      * requisito corrente no DISC-MASTER do aluno e imprime a linha
      * do checklist. Sem a nota minima na propria materia, vale a
      * aprovacao na materia equivalente da outra versao e, por fim,
      * o aproveitamento de estudos.
      ******************************************************************
       CONFERE-REQUISITO.
           MOVE RQ-MATERIA(WRK-REQIDX) TO WRK-MAT-CUMPRIDA
           MOVE RQ-MATERIA(WRK-REQIDX) TO WRK-MAT-LIDA
           PERFORM LE-DISC-ALUNO
           IF WRK-ACHOU-REQ NOT = 'S'
               OR DM-NOTA < RQ-NOTA-MINIMA(WRK-REQIDX)
               PERFORM CONFERE-EQUIVALENTES
           END-IF

           MOVE 'N' TO WRK-APROVEITADO
           IF WRK-ACHOU-REQ NOT = 'S'
               OR DM-NOTA < RQ-NOTA-MINIMA(WRK-REQIDX)
               PERFORM PROCURA-APROVEITAMENTO
           END-IF

           IF REQUISITO-APROVEITADO
               MOVE HT-NOTA TO WRK-NOTA-ED
               MOVE SPACES TO ELEG-REL-LINHA
               STRING '  CUMPRIDO: ' DELIMITED BY SIZE
                   RQ-MATERIA(WRK-REQIDX) DELIMITED BY SIZE
                   ' NOTA ' DELIMITED BY SIZE
                   WRK-NOTA-ED DELIMITED BY SIZE
                   ' APROVEITAMENTO' DELIMITED BY SIZE
                   INTO ELEG-REL-LINHA
               WRITE ELEG-REL-LINHA
           ELSE
               IF WRK-ACHOU-REQ NOT = 'S'
                   ADD 1 TO WRK-FALTANTES
                   MOVE SPACES TO ELEG-REL-LINHA
                   STRING '  FALTA  : ' DELIMITED BY SIZE
                       RQ-MATERIA(WRK-REQIDX) DELIMITED BY SIZE
                       ' NAO CURSADA.' DELIMITED BY SIZE
                       INTO ELEG-REL-LINHA
                   WRITE ELEG-REL-LINHA
               ELSE
                   IF DM-NOTA >= RQ-NOTA-MINIMA(WRK-REQIDX)
                       MOVE DM-NOTA TO WRK-NOTA-ED
                       MOVE SPACES TO ELEG-REL-LINHA
                       STRING '  CUMPRIDO: ' DELIMITED BY SIZE
                           RQ-MATERIA(WRK-REQIDX) DELIMITED BY SIZE
                           ' NOTA ' DELIMITED BY SIZE
                           WRK-NOTA-ED DELIMITED BY SIZE
                           INTO ELEG-REL-LINHA
                       IF WRK-MAT-CUMPRIDA NOT =
                           RQ-MATERIA(WRK-REQIDX)
                           STRING ' EQUIVALENTE ' DELIMITED BY SIZE
                               WRK-MAT-CUMPRIDA DELIMITED BY SIZE
                               INTO ELEG-REL-LINHA(39:)
                       END-IF
                       WRITE ELEG-REL-LINHA
                   ELSE
                       ADD 1 TO WRK-FALTANTES
                       MOVE DM-NOTA TO WRK-NOTA-ED
                       MOVE SPACES TO ELEG-REL-LINHA
                       STRING '  FALTA  : ' DELIMITED BY SIZE
                           RQ-MATERIA(WRK-REQIDX) DELIMITED BY SIZE
                           ' NOTA ' DELIMITED BY SIZE
                           WRK-NOTA-ED DELIMITED BY SIZE
                           ' ABAIXO DA MINIMA.' DELIMITED BY SIZE
                           INTO ELEG-REL-LINHA
                       WRITE ELEG-REL-LINHA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LE-DISC-ALUNO - Le no DISC-MASTER a materia WRK-MAT-LIDA do
      * aluno corrente.
      ******************************************************************
       LE-DISC-ALUNO.
           MOVE ALUNO-ID TO DM-ALUNO-ID
           MOVE WRK-MAT-LIDA TO DM-DISCIPLINA
           MOVE 'N' TO WRK-ACHOU-REQ
           READ DISC-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU-REQ
           END-READ.

      ******************************************************************
      * CONFERE-EQUIVALENTES - Tenta a materia nova que substituiu a
      * exigida e a antiga que ela substituiu; a primeira com a nota
      * minima cumpre o requisito. Sem nenhuma, volta a leitura da
      * propria materia para o checklist apontar a falta.
      ******************************************************************
       CONFERE-EQUIVALENTES.
           IF RQ-EQUIV-NOVA(WRK-REQIDX) NOT = SPACES
               MOVE RQ-EQUIV-NOVA(WRK-REQIDX) TO WRK-MAT-LIDA
               PERFORM LE-DISC-ALUNO
               IF WRK-ACHOU-REQ = 'S'
                   AND DM-NOTA >= RQ-NOTA-MINIMA(WRK-REQIDX)
                   MOVE WRK-MAT-LIDA TO WRK-MAT-CUMPRIDA
               END-IF
           END-IF
           IF WRK-MAT-CUMPRIDA = RQ-MATERIA(WRK-REQIDX)
               AND RQ-EQUIV-ANTIGA(WRK-REQIDX) NOT = SPACES
               MOVE RQ-EQUIV-ANTIGA(WRK-REQIDX) TO WRK-MAT-LIDA
               PERFORM LE-DISC-ALUNO
               IF WRK-ACHOU-REQ = 'S'
                   AND DM-NOTA >= RQ-NOTA-MINIMA(WRK-REQIDX)
                   MOVE WRK-MAT-LIDA TO WRK-MAT-CUMPRIDA
               END-IF
           END-IF
           IF WRK-MAT-CUMPRIDA = RQ-MATERIA(WRK-REQIDX)
               MOVE RQ-MATERIA(WRK-REQIDX) TO WRK-MAT-LIDA
               PERFORM LE-DISC-ALUNO
           END-IF.

      ******************************************************************
      * PROCURA-APROVEITAMENTO - Procura no HISTORICO-MASTER do aluno
      * (qualquer semestre) o requisito corrente, ou um equivalente,
      * lancado como aproveitamento de estudos de outra instituicao.
      ******************************************************************
       PROCURA-APROVEITAMENTO.
           IF WRK-FS-HIST NOT = '35'
               MOVE 'N' TO WRK-FIM-HIST
               MOVE ALUNO-ID TO HT-ALUNO-ID
               MOVE SPACES TO HT-SEMESTRE
               MOVE SPACES TO HT-MATERIA
               START HISTORICO-FILE KEY IS NOT LESS THAN HT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-HIST
               END-START
               PERFORM UNTIL FIM-HIST OR REQUISITO-APROVEITADO
                   READ HISTORICO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-HIST
                   END-READ
                   IF NOT FIM-HIST
                       IF HT-ALUNO-ID NOT = ALUNO-ID
                           MOVE 'S' TO WRK-FIM-HIST
                       ELSE
                           IF HT-APROVEITADA
                               AND (HT-MATERIA = RQ-MATERIA(WRK-REQIDX)
                               OR (HT-MATERIA =
                                   RQ-EQUIV-NOVA(WRK-REQIDX)
                               AND HT-MATERIA NOT = SPACES)
                               OR (HT-MATERIA =
                                   RQ-EQUIV-ANTIGA(WRK-REQIDX)
                               AND HT-MATERIA NOT = SPACES))
                               MOVE 'S' TO WRK-APROVEITADO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * CONFERE-ESTAGIO - Soma as horas aprovadas de todos os
      * estagios do aluno, inclusive os ja concluidos ou cancelados,
      * e confere contra a carga minima de estagio do curriculo. Sem
      * o arquivo de estagios, nenhuma hora esta aprovada.
      ******************************************************************
       CONFERE-ESTAGIO.
           MOVE 0 TO WRK-HORAS-ESTAGIO
           IF WRK-FS-ESTAGIO NOT = '35'
               MOVE 'N' TO WRK-FIM-ESTAGIO
               MOVE ALUNO-ID TO ES-ALUNO-ID
               MOVE 0 TO ES-SEQUENCIA
               START ESTAGIO-FILE KEY IS NOT LESS THAN ES-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ESTAGIO
               END-START
               PERFORM UNTIL FIM-ESTAGIO
                   READ ESTAGIO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ESTAGIO
                   END-READ
                   IF NOT FIM-ESTAGIO
                       IF ES-ALUNO-ID NOT = ALUNO-ID
                           MOVE 'S' TO WRK-FIM-ESTAGIO
                       ELSE
                           ADD ES-HORAS-APROVADAS TO WRK-HORAS-ESTAGIO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE WRK-HORAS-ESTAGIO TO WRK-HORAS-ED
           MOVE CRP-HORAS-ESTAGIO TO WRK-MINIMO-ED
           MOVE SPACES TO ELEG-REL-LINHA
           IF WRK-HORAS-ESTAGIO NOT < CRP-HORAS-ESTAGIO
               STRING '  CUMPRIDO: ESTAGIO ' DELIMITED BY SIZE
                   WRK-HORAS-ED DELIMITED BY SIZE
                   ' HORAS APROVADAS, MINIMO ' DELIMITED BY SIZE
                   WRK-MINIMO-ED DELIMITED BY SIZE
                   INTO ELEG-REL-LINHA
           ELSE
               ADD 1 TO WRK-FALTANTES
               STRING '  FALTA  : ESTAGIO ' DELIMITED BY SIZE
                   WRK-HORAS-ED DELIMITED BY SIZE
                   ' HORAS APROVADAS, MINIMO ' DELIMITED BY SIZE
                   WRK-MINIMO-ED DELIMITED BY SIZE
                   INTO ELEG-REL-LINHA
           END-IF
           WRITE ELEG-REL-LINHA.

      ******************************************************************
      * ESCREVE-RESUMO - Emite o resumo de distancia da formatura:
      * quantos alunos estao a N requisitos de concluir.
           WRITE ELEG-REL-LINHA

           PERFORM VARYING WRK-FALTA-IDX FROM 1 BY 1
               UNTIL WRK-FALTA-IDX > 22
               IF DX-QTD-ALUNOS(WRK-FALTA-IDX) > 0
                   MOVE DX-QTD-ALUNOS(WRK-FALTA-IDX) TO WRK-QTD-ED
                   COMPUTE WRK-FALTANTES = WRK-FALTA-IDX - 1
