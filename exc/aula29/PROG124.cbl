      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG124.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  RESULTADOS DA AVALIACAO DE CURSO DO SEMESTRE - JUNTA AS
      *  RESPOSTAS ANONIMAS DO AVALRESP (COLHIDAS PELO PROG123) AS
      *  TURMAS DO SEMESTRE NO TURMA-MASTER E AOS MATRICULADOS DE CADA
      *  UMA NO MATRICULA-TURMA, E IMPRIME, POR INSTRUTOR E POR
      *  MATERIA, A TAXA DE RESPOSTA E A MEDIA DE CADA QUESTAO AO LADO
      *  DA MEDIA DO DEPARTAMENTO (TODAS AS TURMAS DO SEMESTRE). O
      *  SEMESTRE VEM DO PARM (AAAA-S); SEM PARM, E O ULTIMO SEMESTRE
      *  DO CALACAD JA INICIADO NA DATA DA RODADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUESTAO-FILE ASSIGN TO "QUESTAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QS-NUMERO
               FILE STATUS IS WRK-FS-QUEST.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT MATRICULA-TURMA-FILE ASSIGN TO "MATRTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WRK-FS-MATR.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT AVALIACAO-RESPOSTA-FILE ASSIGN TO "AVALRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RESP.
           SELECT AVAL-REL-FILE ASSIGN TO "AVALREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  QUESTAO-FILE.
           COPY QUESTAO.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  AVALIACAO-RESPOSTA-FILE.
           COPY AVALRESP.
       FD  AVAL-REL-FILE.
           COPY AVALREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-QUEST      PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RESP       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-QTD-TURMAS    PIC 9(03) VALUE 0.
       77 WRK-MAX-TURMAS    PIC 9(03) VALUE 300.
       77 WRK-TAIDX         PIC 9(03) VALUE 0.
       77 WRK-QTD-AGREG     PIC 9(03) VALUE 0.
       77 WRK-MAX-AGREG     PIC 9(03) VALUE 400.
       77 WRK-AGIDX         PIC 9(03) VALUE 0.
       77 WRK-QIDX          PIC 9(02) VALUE 0.
       77 WRK-AG-TIPO       PIC X(01) VALUE SPACES.
       77 WRK-AG-CHAVE      PIC X(15) VALUE SPACES.
       77 WRK-AG-NOME       PIC X(30) VALUE SPACES.
       77 WRK-ESTOURO       PIC X(01) VALUE 'N'.
           88 TABELA-ESTOURADA     VALUE 'S'.
       77 WRK-MEDIA         PIC 9(01)V99 VALUE 0.
       77 WRK-MEDIA-DEP     PIC 9(01)V99 VALUE 0.
       77 WRK-DIFERENCA     PIC S9(01)V99 VALUE 0.
       77 WRK-TAXA          PIC 9(03)V9 VALUE 0.
       77 WRK-TOTAL-LIDAS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-CONTADAS PIC 9(06) VALUE 0.
       77 WRK-TOTAL-FORA    PIC 9(06) VALUE 0.
       77 WRK-TOTAL-MATRIC  PIC 9(06) VALUE 0.
       77 WRK-MEDIA-ED      PIC 9.99.
       77 WRK-MEDIA-DEP-ED  PIC 9.99.
       77 WRK-DIFERENCA-ED  PIC +9.99.
       77 WRK-TAXA-ED       PIC ZZ9.9.
       77 WRK-QTD-ED        PIC ZZZZ9.
       77 WRK-QTD2-ED       PIC ZZZZ9.
       77 WRK-QTD3-ED       PIC ZZ9.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       COPY MSGPARM.

       01 TABELA-QUESTOES.
          05 QT-TEXTO       PIC X(60) OCCURS 20 TIMES.

      *  TURMAS DO SEMESTRE COM MATRICULADOS, RESPOSTAS E, POR
      *  QUESTAO, SOMA DAS NOTAS E QUANTIDADE DE NOTAS DADAS.
       01 TABELA-TURMAS.
          05 TA-ENTRY OCCURS 300 TIMES.
             10 TA-TURMA       PIC X(06).
             10 TA-MATERIA     PIC X(15).
             10 TA-INSTR-COD   PIC X(06).
             10 TA-INSTRUTOR   PIC X(30).
             10 TA-MATRICULADOS PIC 9(04).
             10 TA-RESPOSTAS   PIC 9(04).
             10 TA-QUESTAO OCCURS 20 TIMES.
                15 TA-SOMA     PIC 9(05).
                15 TA-QTD      PIC 9(04).

      *  ACUMULADO POR INSTRUTOR (AG-TIPO 'I') E POR MATERIA ('M').
       01 TABELA-AGREGADOS.
          05 AG-ENTRY OCCURS 400 TIMES.
             10 AG-TIPO        PIC X(01).
             10 AG-CHAVE       PIC X(15).
             10 AG-NOME        PIC X(30).
             10 AG-TURMAS      PIC 9(03).
             10 AG-MATRICULADOS PIC 9(05).
             10 AG-RESPOSTAS   PIC 9(05).
             10 AG-QUESTAO OCCURS 20 TIMES.
                15 AG-SOMA     PIC 9(06).
                15 AG-QTD      PIC 9(05).

      *  MEDIA DO DEPARTAMENTO: TODAS AS TURMAS DO SEMESTRE.
       01 TABELA-DEPARTAMENTO.
          05 DEP-QUESTAO OCCURS 20 TIMES.
             10 DEP-SOMA       PIC 9(07).
             10 DEP-QTD        PIC 9(06).

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(10).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM DEFINE-SEMESTRE
           IF RETURN-CODE < 8
               OPEN INPUT TURMA-MASTER-FILE
               IF WRK-FS-TURMA NOT = '00'
                   MOVE 'ACD0082E' TO MP-ID
                   MOVE 'ARQUIVO TURMAMST VAZIO OU INEXISTENTE.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CARREGA-TURMAS
                   CLOSE TURMA-MASTER-FILE
               END-IF
           END-IF
           IF RETURN-CODE < 8
               INITIALIZE TABELA-DEPARTAMENTO
               PERFORM CARREGA-QUESTOES
               PERFORM CONTA-MATRICULADOS
               PERFORM LE-RESPOSTAS
               PERFORM MONTA-AGREGADOS

               OPEN OUTPUT AVAL-REL-FILE
               PERFORM ESCREVE-CABECALHO
               MOVE 'I' TO WRK-AG-TIPO
               MOVE 'RESULTADOS POR INSTRUTOR' TO AVAL-REL-LINHA
               WRITE AVAL-REL-LINHA
               PERFORM IMPRIME-AGREGADOS
               MOVE 'M' TO WRK-AG-TIPO
               MOVE 'RESULTADOS POR MATERIA' TO AVAL-REL-LINHA
               WRITE AVAL-REL-LINHA
               PERFORM IMPRIME-AGREGADOS
               PERFORM ESCREVE-RESUMO
               CLOSE AVAL-REL-FILE
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DEFINE-SEMESTRE - Semestre do PARM, conferido no CALACAD, ou,
      * sem PARM, o de inicio mais recente ja alcancado pela data da
      * rodada (a avaliacao roda no fim do semestre corrente).
      ******************************************************************
       DEFINE-SEMESTRE.
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               MOVE 'ACD0081E' TO MP-ID
               MOVE 'CALACAD INDISPONIVEL - SEMESTRE NAO DEFINIDO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PARM-TAM > 0
                   MOVE PARM-TEXTO(1:6) TO CA-SEMESTRE
                   READ CALENDARIO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CA-SEMESTRE TO WRK-SEMESTRE
                   END-READ
               ELSE
                   MOVE 'N' TO WRK-FIM-ARQ
                   MOVE SPACES TO CA-SEMESTRE
                   START CALENDARIO-FILE
                       KEY IS NOT LESS THAN CA-SEMESTRE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-START
                   PERFORM UNTIL FIM-ARQ
                       READ CALENDARIO-FILE NEXT RECORD
                           AT END
                               MOVE 'S' TO WRK-FIM-ARQ
                       END-READ
                       IF NOT FIM-ARQ
                           IF CA-DATA-INICIO NOT > WRK-CD-DATA
                               MOVE CA-SEMESTRE TO WRK-SEMESTRE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE CALENDARIO-FILE
               IF WRK-SEMESTRE = SPACES
                   MOVE 'ACD0081E' TO MP-ID
                   MOVE 'SEMESTRE NAO ENCONTRADO NO CALACAD.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * CARREGA-QUESTOES - Texto de todas as questoes, ativas ou nao,
      * para a legenda do relatorio.
      ******************************************************************
       CARREGA-QUESTOES.
           MOVE SPACES TO TABELA-QUESTOES
           OPEN INPUT QUESTAO-FILE
           IF WRK-FS-QUEST = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE 0 TO QS-NUMERO
               START QUESTAO-FILE KEY IS NOT LESS THAN QS-NUMERO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ QUESTAO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF QS-NUMERO >= 1 AND QS-NUMERO <= 20
                           MOVE QS-TEXTO TO QT-TEXTO(QS-NUMERO)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE QUESTAO-FILE
           END-IF.

       CARREGA-TURMAS.
           MOVE 0 TO WRK-QTD-TURMAS
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE SPACES TO TU-CODIGO
           START TURMA-MASTER-FILE KEY IS NOT LESS THAN TU-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ TURMA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF TU-SEMESTRE = WRK-SEMESTRE
                       PERFORM GUARDA-TURMA
                   END-IF
               END-IF
           END-PERFORM.

       GUARDA-TURMA.
           IF WRK-QTD-TURMAS >= WRK-MAX-TURMAS
               MOVE 'S' TO WRK-ESTOURO
           ELSE
               ADD 1 TO WRK-QTD-TURMAS
               MOVE WRK-QTD-TURMAS TO WRK-TAIDX
               INITIALIZE TA-ENTRY(WRK-TAIDX)
               MOVE TU-CODIGO    TO TA-TURMA(WRK-TAIDX)
               MOVE TU-MATERIA   TO TA-MATERIA(WRK-TAIDX)
               MOVE TU-INSTR-COD TO TA-INSTR-COD(WRK-TAIDX)
               MOVE TU-INSTRUTOR TO TA-INSTRUTOR(WRK-TAIDX)
           END-IF.

      ******************************************************************
      * LOCALIZA-TURMA - Posiciona WRK-TAIDX na turma de WRK-AG-CHAVE
      * (WRK-TAIDX > WRK-QTD-TURMAS quando nao e do semestre).
      ******************************************************************
       LOCALIZA-TURMA.
           PERFORM VARYING WRK-TAIDX FROM 1 BY 1
               UNTIL WRK-TAIDX > WRK-QTD-TURMAS
               OR TA-TURMA(WRK-TAIDX) = WRK-AG-CHAVE(1:6)
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * CONTA-MATRICULADOS - Uma passada no MATRICULA-TURMA somando
      * cada vinculo na sua turma do semestre: e a base da taxa de
      * resposta.
      ******************************************************************
       CONTA-MATRICULADOS.
           OPEN INPUT MATRICULA-TURMA-FILE
           IF WRK-FS-MATR = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE SPACES TO MT-CHAVE
               START MATRICULA-TURMA-FILE
                   KEY IS NOT LESS THAN MT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ MATRICULA-TURMA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       MOVE MT-TURMA TO WRK-AG-CHAVE
                       PERFORM LOCALIZA-TURMA
                       IF WRK-TAIDX <= WRK-QTD-TURMAS
                           ADD 1 TO TA-MATRICULADOS(WRK-TAIDX)
                           ADD 1 TO WRK-TOTAL-MATRIC
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MATRICULA-TURMA-FILE
           END-IF.

      ******************************************************************
      * LE-RESPOSTAS - Soma cada resposta do semestre na sua turma e
      * na media do departamento, questao a questao.
      ******************************************************************
       LE-RESPOSTAS.
           OPEN INPUT AVALIACAO-RESPOSTA-FILE
           IF WRK-FS-RESP = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ AVALIACAO-RESPOSTA-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-TOTAL-LIDAS
                       IF AR-SEMESTRE = WRK-SEMESTRE
                           PERFORM SOMA-RESPOSTA
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-FS-RESP = '00' OR WRK-FS-RESP = '10'
               CLOSE AVALIACAO-RESPOSTA-FILE
           END-IF.

       SOMA-RESPOSTA.
           MOVE AR-TURMA TO WRK-AG-CHAVE
           PERFORM LOCALIZA-TURMA
           IF WRK-TAIDX > WRK-QTD-TURMAS
               ADD 1 TO WRK-TOTAL-FORA
           ELSE
               ADD 1 TO WRK-TOTAL-CONTADAS
               ADD 1 TO TA-RESPOSTAS(WRK-TAIDX)
               PERFORM VARYING WRK-QIDX FROM 1 BY 1
                   UNTIL WRK-QIDX > 20
                   IF AR-NOTA(WRK-QIDX) >= 1 AND AR-NOTA(WRK-QIDX) <= 5
                       ADD AR-NOTA(WRK-QIDX)
                           TO TA-SOMA(WRK-TAIDX, WRK-QIDX)
                       ADD 1 TO TA-QTD(WRK-TAIDX, WRK-QIDX)
                       ADD AR-NOTA(WRK-QIDX) TO DEP-SOMA(WRK-QIDX)
                       ADD 1 TO DEP-QTD(WRK-QIDX)
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * MONTA-AGREGADOS - Soma cada turma na entrada do seu instrutor
      * (pelo codigo do mestre; turma anterior ao mestre, pelo nome)
      * e na da sua materia.
      ******************************************************************
       MONTA-AGREGADOS.
           MOVE 0 TO WRK-QTD-AGREG
           INITIALIZE TABELA-AGREGADOS
           PERFORM VARYING WRK-TAIDX FROM 1 BY 1
               UNTIL WRK-TAIDX > WRK-QTD-TURMAS
               MOVE 'I'                      TO WRK-AG-TIPO
               MOVE TA-INSTR-COD(WRK-TAIDX)  TO WRK-AG-CHAVE
               MOVE TA-INSTRUTOR(WRK-TAIDX)  TO WRK-AG-NOME
               PERFORM ACUMULA-AGREGADO
               MOVE 'M'                      TO WRK-AG-TIPO
               MOVE TA-MATERIA(WRK-TAIDX)    TO WRK-AG-CHAVE
               MOVE SPACES                   TO WRK-AG-NOME
               PERFORM ACUMULA-AGREGADO
           END-PERFORM.

       ACUMULA-AGREGADO.
           PERFORM VARYING WRK-AGIDX FROM 1 BY 1
               UNTIL WRK-AGIDX > WRK-QTD-AGREG
               OR (AG-TIPO(WRK-AGIDX) = WRK-AG-TIPO
                   AND AG-CHAVE(WRK-AGIDX) = WRK-AG-CHAVE
                   AND (WRK-AG-CHAVE NOT = SPACES
                        OR AG-NOME(WRK-AGIDX) = WRK-AG-NOME))
               CONTINUE
           END-PERFORM

           IF WRK-AGIDX > WRK-QTD-AGREG
               IF WRK-QTD-AGREG >= WRK-MAX-AGREG
                   MOVE 'S' TO WRK-ESTOURO
               ELSE
                   ADD 1 TO WRK-QTD-AGREG
                   MOVE WRK-QTD-AGREG TO WRK-AGIDX
                   MOVE WRK-AG-TIPO  TO AG-TIPO(WRK-AGIDX)
                   MOVE WRK-AG-CHAVE TO AG-CHAVE(WRK-AGIDX)
                   MOVE WRK-AG-NOME  TO AG-NOME(WRK-AGIDX)
               END-IF
           END-IF

           IF WRK-AGIDX <= WRK-QTD-AGREG
               ADD 1 TO AG-TURMAS(WRK-AGIDX)
               ADD TA-MATRICULADOS(WRK-TAIDX)
                   TO AG-MATRICULADOS(WRK-AGIDX)
               ADD TA-RESPOSTAS(WRK-TAIDX) TO AG-RESPOSTAS(WRK-AGIDX)
               PERFORM VARYING WRK-QIDX FROM 1 BY 1
                   UNTIL WRK-QIDX > 20
                   ADD TA-SOMA(WRK-TAIDX, WRK-QIDX)
                       TO AG-SOMA(WRK-AGIDX, WRK-QIDX)
                   ADD TA-QTD(WRK-TAIDX, WRK-QIDX)
                       TO AG-QTD(WRK-AGIDX, WRK-QIDX)
               END-PERFORM
           END-IF.

      ******************************************************************
      * IMPRIME-AGREGADOS - Um bloco por entrada do tipo WRK-AG-TIPO:
      * turmas, matriculados, respostas e taxa, e a media de cada
      * questao respondida no semestre contra a do departamento.
      ******************************************************************
       IMPRIME-AGREGADOS.
           PERFORM VARYING WRK-AGIDX FROM 1 BY 1
               UNTIL WRK-AGIDX > WRK-QTD-AGREG
               IF AG-TIPO(WRK-AGIDX) = WRK-AG-TIPO
                   PERFORM IMPRIME-AGREGADO
               END-IF
           END-PERFORM
           MOVE SPACES TO AVAL-REL-LINHA
           WRITE AVAL-REL-LINHA.

       IMPRIME-AGREGADO.
           MOVE SPACES TO AVAL-REL-LINHA
           IF WRK-AG-TIPO = 'I'
               STRING '  INSTRUTOR ' DELIMITED BY SIZE
                   AG-CHAVE(WRK-AGIDX)(1:6) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   AG-NOME(WRK-AGIDX) DELIMITED BY SIZE
                   INTO AVAL-REL-LINHA
           ELSE
               STRING '  MATERIA ' DELIMITED BY SIZE
                   AG-CHAVE(WRK-AGIDX) DELIMITED BY SIZE
                   INTO AVAL-REL-LINHA
           END-IF
           WRITE AVAL-REL-LINHA

           MOVE 0 TO WRK-TAXA
           IF AG-MATRICULADOS(WRK-AGIDX) > 0
               COMPUTE WRK-TAXA ROUNDED =
                   AG-RESPOSTAS(WRK-AGIDX) * 100
                   / AG-MATRICULADOS(WRK-AGIDX)
           END-IF
           MOVE AG-TURMAS(WRK-AGIDX)       TO WRK-QTD3-ED
           MOVE AG-MATRICULADOS(WRK-AGIDX) TO WRK-QTD-ED
           MOVE AG-RESPOSTAS(WRK-AGIDX)    TO WRK-QTD2-ED
           MOVE WRK-TAXA                   TO WRK-TAXA-ED
           MOVE SPACES TO AVAL-REL-LINHA
           STRING '    TURMAS ' DELIMITED BY SIZE
               WRK-QTD3-ED DELIMITED BY SIZE
               '  MATRICULADOS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  RESPOSTAS ' DELIMITED BY SIZE
               WRK-QTD2-ED DELIMITED BY SIZE
               '  TAXA ' DELIMITED BY SIZE
               WRK-TAXA-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO AVAL-REL-LINHA
           WRITE AVAL-REL-LINHA

           PERFORM VARYING WRK-QIDX FROM 1 BY 1
               UNTIL WRK-QIDX > 20
               IF DEP-QTD(WRK-QIDX) > 0
                   PERFORM IMPRIME-QUESTAO-AGREGADO
               END-IF
           END-PERFORM.

       IMPRIME-QUESTAO-AGREGADO.
           COMPUTE WRK-MEDIA-DEP ROUNDED =
               DEP-SOMA(WRK-QIDX) / DEP-QTD(WRK-QIDX)
           MOVE WRK-MEDIA-DEP TO WRK-MEDIA-DEP-ED
           MOVE SPACES TO AVAL-REL-LINHA
           IF AG-QTD(WRK-AGIDX, WRK-QIDX) = 0
               STRING '    Q' DELIMITED BY SIZE
                   WRK-QIDX DELIMITED BY SIZE
                   ' MEDIA  SEM NOTA   DEPTO ' DELIMITED BY SIZE
                   WRK-MEDIA-DEP-ED DELIMITED BY SIZE
                   INTO AVAL-REL-LINHA
           ELSE
               COMPUTE WRK-MEDIA ROUNDED =
                   AG-SOMA(WRK-AGIDX, WRK-QIDX)
                   / AG-QTD(WRK-AGIDX, WRK-QIDX)
               COMPUTE WRK-DIFERENCA = WRK-MEDIA - WRK-MEDIA-DEP
               MOVE WRK-MEDIA     TO WRK-MEDIA-ED
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-ED
               STRING '    Q' DELIMITED BY SIZE
                   WRK-QIDX DELIMITED BY SIZE
                   ' MEDIA ' DELIMITED BY SIZE
                   WRK-MEDIA-ED DELIMITED BY SIZE
                   '       DEPTO ' DELIMITED BY SIZE
                   WRK-MEDIA-DEP-ED DELIMITED BY SIZE
                   '  DIFERENCA ' DELIMITED BY SIZE
                   WRK-DIFERENCA-ED DELIMITED BY SIZE
                   INTO AVAL-REL-LINHA
           END-IF
           WRITE AVAL-REL-LINHA.

       ESCREVE-CABECALHO.
           MOVE SPACES TO AVAL-REL-LINHA
           STRING 'AVALIACAO DE CURSO - SEMESTRE ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               ' (EMITIDO EM ' DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO AVAL-REL-LINHA
           WRITE AVAL-REL-LINHA
           MOVE 'QUESTOES (NOTAS DE 1 A 5):' TO AVAL-REL-LINHA
           WRITE AVAL-REL-LINHA
           PERFORM VARYING WRK-QIDX FROM 1 BY 1
               UNTIL WRK-QIDX > 20
               IF DEP-QTD(WRK-QIDX) > 0
                   MOVE SPACES TO AVAL-REL-LINHA
                   STRING '  Q' DELIMITED BY SIZE
                       WRK-QIDX DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       QT-TEXTO(WRK-QIDX) DELIMITED BY SIZE
                       INTO AVAL-REL-LINHA
                   WRITE AVAL-REL-LINHA
               END-IF
           END-PERFORM
           MOVE '----------------------------------------'
               TO AVAL-REL-LINHA
           WRITE AVAL-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO AVAL-REL-LINHA
           WRITE AVAL-REL-LINHA

           MOVE WRK-QTD-TURMAS TO WRK-TOTAL-ED
           MOVE SPACES TO AVAL-REL-LINHA
           STRING 'TURMAS DO SEMESTRE............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AVAL-REL-LINHA
           WRITE AVAL-REL-LINHA

           MOVE WRK-TOTAL-MATRIC TO WRK-TOTAL-ED
           MOVE SPACES TO AVAL-REL-LINHA
           STRING 'VINCULOS DE MATRICULA.........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AVAL-REL-LINHA
           WRITE AVAL-REL-LINHA

           MOVE 0 TO WRK-TAXA
           IF WRK-TOTAL-MATRIC > 0
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-TOTAL-CONTADAS * 100 / WRK-TOTAL-MATRIC
           END-IF
           MOVE WRK-TAXA TO WRK-TAXA-ED
           MOVE WRK-TOTAL-CONTADAS TO WRK-TOTAL-ED
           MOVE SPACES TO AVAL-REL-LINHA
           STRING 'RESPOSTAS DO SEMESTRE.........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               '  (TAXA ' DELIMITED BY SIZE
               WRK-TAXA-ED DELIMITED BY SIZE
               '%)' DELIMITED BY SIZE
               INTO AVAL-REL-LINHA
           WRITE AVAL-REL-LINHA

           IF WRK-TOTAL-FORA > 0
               MOVE WRK-TOTAL-FORA TO WRK-TOTAL-ED
               MOVE SPACES TO AVAL-REL-LINHA
               STRING 'RESPOSTAS DE TURMA FORA DO MESTRE: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO AVAL-REL-LINHA
               WRITE AVAL-REL-LINHA
           END-IF

           IF TABELA-ESTOURADA
               MOVE 'TABELA DE TURMAS CHEIA - RESULTADO PARCIAL.'
                   TO AVAL-REL-LINHA
               WRITE AVAL-REL-LINHA
               MOVE 'ACD0083W' TO MP-ID
               MOVE 'TABELA CHEIA NA AVALIACAO - RESULTADO PARCIAL.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

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
           MOVE 'PROG124'          TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO     TO RN-EVENTO
           MOVE WRK-CD-DATA        TO RN-DATA
           MOVE WRK-CD-HORA        TO RN-HORA
           MOVE WRK-TOTAL-LIDAS    TO RN-LIDOS
           MOVE WRK-TOTAL-CONTADAS TO RN-GRAVADOS
           MOVE WRK-TOTAL-FORA     TO RN-REJEITADOS
           MOVE RETURN-CODE        TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG124.
