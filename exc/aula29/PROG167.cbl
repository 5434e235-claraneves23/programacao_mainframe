      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG167.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  CONSISTENCIA DE AVALIACAO ENTRE INSTRUTORES - ABRE OS
      *  RESULTADOS DO MESTRE DE SITUACAO (SITMST) DE CADA MATERIA DO
      *  SEMESTRE POR TURMA E INSTRUTOR (TU-INSTR-COD): QUANTIDADE DE
      *  ALUNOS, MEDIA E DESVIO PADRAO DAS NOTAS, TAXAS DE APROVACAO,
      *  RECUPERACAO E REPROVACAO (NOTA OU FALTA) E FREQUENCIA MEDIA
      *  (FREQSUM, COM AS AULAS PREVISTAS PELO PROG129). A TURMA CUJA
      *  MEDIA OU TAXA DE REPROVACAO DIFERE DA DAS DEMAIS TURMAS DA
      *  MESMA MATERIA ALEM DO ACASO (TESTE Z A 95%, COM PELO MENOS
      *  CINCO ALUNOS DE CADA LADO) SAI SINALIZADA. AO FINAL, CADA
      *  INSTRUTOR DO SEMESTRE TEM O SEU HISTORICO NOS ULTIMOS
      *  QUATRO SEMESTRES DO CALENDARIO. SEM PARM, O SEMESTRE E O
      *  ULTIMO JA INICIADO NO CALACAD; PARM='AAAA-S' ESCOLHE OUTRO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITUACAO-MASTER-FILE ASSIGN TO "SITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WRK-FS-SITMST.
           SELECT MATRICULA-TURMA-FILE ASSIGN TO "MATRTUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-CHAVE
               FILE STATUS IS WRK-FS-MATR.
           SELECT TURMA-MASTER-FILE ASSIGN TO "TURMAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TU-CODIGO
               FILE STATUS IS WRK-FS-TURMA.
           SELECT FREQUENCIA-RESUMO-FILE ASSIGN TO "FREQSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHAVE
               FILE STATUS IS WRK-FS-SUM.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT CONS-REL-FILE ASSIGN TO "CONSREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  SITUACAO-MASTER-FILE.
           COPY SITMR.
       FD  MATRICULA-TURMA-FILE.
           COPY MATRTUR.
       FD  TURMA-MASTER-FILE.
           COPY TURMAMR.
       FD  FREQUENCIA-RESUMO-FILE.
           COPY FREQSUM.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  CONS-REL-FILE.
           COPY CONSREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-SITMST     PIC X(02) VALUE SPACES.
       77 WRK-FS-MATR       PIC X(02) VALUE SPACES.
       77 WRK-FS-TURMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-SUM        PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-MATR      PIC X(01) VALUE 'N'.
           88 FIM-MATR             VALUE 'S'.
       77 WRK-TURMA-ACHADA  PIC X(06) VALUE SPACES.
       77 WRK-PERIDX        PIC 9(01) VALUE 0.
       77 WRK-PERIODO       PIC 9(01) VALUE 0.
       77 WRK-SECIDX        PIC 9(03) VALUE 0.
       77 WRK-QTD-SECOES    PIC 9(03) VALUE 0.
       77 WRK-MATIDX        PIC 9(02) VALUE 0.
       77 WRK-QTD-MATERIAS  PIC 9(02) VALUE 0.
       77 WRK-INSIDX        PIC 9(02) VALUE 0.
       77 WRK-QTD-INSTR     PIC 9(02) VALUE 0.
       77 WRK-I             PIC 9(02) VALUE 0.
       77 WRK-J             PIC 9(02) VALUE 0.
       77 WRK-MATERIA-TEMP  PIC X(15) VALUE SPACES.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-ANALISADAS PIC 9(05) VALUE 0.
       77 WRK-QTD-SINALIZADAS PIC 9(05) VALUE 0.
       77 WRK-SEM-TURMA     PIC 9(06) VALUE 0.
       77 WRK-FREQ-TOTAL    PIC 9(05) VALUE 0.
       77 WRK-FREQ-PERC     PIC 9(03) VALUE 0.
       77 WRK-MIN-ALUNOS    PIC 9(02) VALUE 5.
       77 WRK-Z-CRITICO     PIC 9V99 VALUE 1,96.
      * acumulados da materia (ou do instrutor no semestre) em curso
       77 WRK-AC-SECOES     PIC 9(03) VALUE 0.
       77 WRK-AC-QTD        PIC 9(05) VALUE 0.
       77 WRK-AC-SOMA       PIC 9(07)V99 VALUE 0.
       77 WRK-AC-SOMA-Q     PIC 9(09)V99 VALUE 0.
       77 WRK-AC-APROVADO   PIC 9(05) VALUE 0.
       77 WRK-AC-RECUPERACAO PIC 9(05) VALUE 0.
       77 WRK-AC-REPROVADO  PIC 9(05) VALUE 0.
       77 WRK-AC-FREQ-QTD   PIC 9(05) VALUE 0.
       77 WRK-AC-FREQ-SOMA  PIC 9(08) VALUE 0.
       77 WRK-AC-FORA       PIC 9(03) VALUE 0.
      * estatisticas de uma turma contra as demais da materia
       77 WRK-N-SEC         PIC 9(05) VALUE 0.
       77 WRK-N-RESTO       PIC 9(05) VALUE 0.
       77 WRK-MEDIA-SEC     PIC 9(02)V9(04) VALUE 0.
       77 WRK-MEDIA-RESTO   PIC 9(02)V9(04) VALUE 0.
       77 WRK-VAR-SEC       PIC S9(03)V9(04) VALUE 0.
       77 WRK-VAR-RESTO     PIC S9(03)V9(04) VALUE 0.
       77 WRK-P-SEC         PIC 9V9(06) VALUE 0.
       77 WRK-P-RESTO       PIC 9V9(06) VALUE 0.
       77 WRK-P-GERAL       PIC 9V9(06) VALUE 0.
       77 WRK-ERRO          PIC 9(03)V9(06) VALUE 0.
       77 WRK-Z             PIC S9(05)V9(04) VALUE 0.
       77 WRK-MEDIA         PIC 9(02)V99 VALUE 0.
       77 WRK-VARIANCIA     PIC S9(03)V9(04) VALUE 0.
       77 WRK-DESVIO        PIC 9(02)V99 VALUE 0.
       77 WRK-DIVERGE-MEDIA PIC X(01) VALUE 'N'.
           88 DIVERGE-MEDIA        VALUE 'S'.
       77 WRK-DIVERGE-REPROV PIC X(01) VALUE 'N'.
           88 DIVERGE-REPROV       VALUE 'S'.
       77 WRK-QTD-ED        PIC ZZZZZ9.
       COPY MSGPARM.
       COPY REPPARM.
       COPY AULAPARM.

      * periodos do historico: 1 = semestre do relatorio, 2 a 4 = os
      * tres anteriores no calendario
       01 TABELA-PERIODOS.
          05 PE-SEMESTRE       PIC X(06) OCCURS 4 TIMES.

      * turmas dos quatro periodos, com os acumulados de cada uma
       01 TABELA-SECOES.
          05 TS-ENTRY OCCURS 300 TIMES.
             10 TS-PERIODO       PIC 9(01).
             10 TS-TURMA         PIC X(06).
             10 TS-MATERIA       PIC X(15).
             10 TS-INSTR-COD     PIC X(06).
             10 TS-INSTRUTOR     PIC X(30).
             10 TS-QTD           PIC 9(05).
             10 TS-SOMA          PIC 9(07)V99.
             10 TS-SOMA-Q        PIC 9(09)V99.
             10 TS-APROVADO      PIC 9(05).
             10 TS-RECUPERACAO   PIC 9(05).
             10 TS-REPROVADO     PIC 9(05).
             10 TS-FREQ-QTD      PIC 9(05).
             10 TS-FREQ-SOMA     PIC 9(08).
             10 TS-SINAL         PIC X(01).
                88 TS-FORA-DO-PADRAO   VALUE 'S'.

       01 TABELA-MATERIAS.
          05 TM-MATERIA        PIC X(15) OCCURS 50 TIMES.

       01 TABELA-INSTRUTORES.
          05 IT-ENTRY OCCURS 50 TIMES.
             10 IT-INSTR-COD     PIC X(06).
             10 IT-INSTRUTOR     PIC X(30).

       01 CABECALHO-SECAO.
          05 FILLER PIC X(37) VALUE
             '  TURMA   INSTR  ALUNOS  MEDIA DESVIO'.
          05 FILLER PIC X(43) VALUE
             '  APR%  REC%  REP%  FRQ%  SINAL'.
       01 LINHA-SECAO.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LS-TURMA          PIC X(06).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LS-INSTR          PIC X(06).
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LS-ALUNOS         PIC ZZZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LS-MEDIA          PIC Z9,99.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LS-DESVIO         PIC Z9,99.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 LS-APROV          PIC ZZ9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 LS-RECUP          PIC ZZ9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 LS-REPROV         PIC ZZ9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 LS-FREQ           PIC ZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LS-SINAL          PIC X(12).
          05 FILLER            PIC X(05) VALUE SPACES.

       01 CABECALHO-HISTORICO.
          05 FILLER PIC X(52) VALUE
             '  SEM.  TURMAS ALUNOS  MEDIA  APR%  REP%  FRQ%  FORA'.
          05 FILLER PIC X(28) VALUE SPACES.
       01 LINHA-HISTORICO.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LH-SEMESTRE       PIC X(06).
          05 FILLER            PIC X(03) VALUE SPACES.
          05 LH-TURMAS         PIC ZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LH-ALUNOS         PIC ZZZZ9.
          05 FILLER            PIC X(02) VALUE SPACES.
          05 LH-MEDIA          PIC Z9,99.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 LH-APROV          PIC ZZ9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 LH-REPROV         PIC ZZ9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 LH-FREQ           PIC ZZ9.
          05 FILLER            PIC X(03) VALUE SPACES.
          05 LH-FORA           PIC ZZ9.
          05 FILLER            PIC X(28) VALUE SPACES.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(10).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           PERFORM DEFINE-SEMESTRE
           IF RETURN-CODE < 8
               OPEN INPUT SITUACAO-MASTER-FILE
               IF WRK-FS-SITMST NOT = '00'
                   MOVE 'ACD0171E' TO MP-ID
                   MOVE 'MESTRE DE SITUACAO VAZIO OU INEXISTENTE.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT MATRICULA-TURMA-FILE
                   IF WRK-FS-MATR NOT = '00'
                       MOVE 'ACD0171E' TO MP-ID
                       MOVE 'ARQUIVO MATRICULA-TURMA VAZIO OU '
                           TO MP-TEXTO
                       MOVE 'INEXISTENTE.' TO MP-TEXTO(34:)
                       PERFORM EMITE-MENSAGEM
                       MOVE 8 TO RETURN-CODE
                       CLOSE SITUACAO-MASTER-FILE
                   END-IF
               END-IF
           END-IF
           IF RETURN-CODE < 8
               OPEN INPUT TURMA-MASTER-FILE
               OPEN INPUT FREQUENCIA-RESUMO-FILE
               PERFORM ACUMULA-SITUACOES
               CLOSE SITUACAO-MASTER-FILE
               CLOSE MATRICULA-TURMA-FILE
               IF WRK-FS-TURMA = '00'
                   CLOSE TURMA-MASTER-FILE
               END-IF
               IF WRK-FS-SUM = '00'
                   CLOSE FREQUENCIA-RESUMO-FILE
               END-IF

               OPEN OUTPUT CONS-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM MONTA-MATERIAS
               PERFORM ESCREVE-MATERIA
                   VARYING WRK-MATIDX FROM 1 BY 1
                   UNTIL WRK-MATIDX > WRK-QTD-MATERIAS
               PERFORM MONTA-INSTRUTORES
               MOVE 'HISTORICO DOS INSTRUTORES - ULTIMOS QUATRO '
                   TO CONS-REL-LINHA
               MOVE 'SEMESTRES' TO CONS-REL-LINHA(44:)
               WRITE CONS-REL-LINHA
               MOVE SPACES TO CONS-REL-LINHA
               WRITE CONS-REL-LINHA
               PERFORM ESCREVE-INSTRUTOR
                   VARYING WRK-INSIDX FROM 1 BY 1
                   UNTIL WRK-INSIDX > WRK-QTD-INSTR
               PERFORM ESCREVE-RESUMO
               CLOSE CONS-REL-FILE

               MOVE 'CONSREL'      TO RPP-RELATORIO
               MOVE 'PROD.CONSREL' TO RPP-GERACAO
               MOVE WRK-QTD-ANALISADAS TO RPP-LINHAS
               CALL 'PROG95' USING REPOSITORIO-PARAMETROS

               MOVE WRK-QTD-SINALIZADAS TO WRK-QTD-ED
               MOVE 'ACD0172I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'CONSISTENCIA DE AVALIACAO ' DELIMITED BY SIZE
                   WRK-SEMESTRE DELIMITED BY SIZE
                   ': TURMAS FORA DO PADRAO ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DEFINE-SEMESTRE - Semestre do PARM, conferido no CALACAD, ou,
      * sem PARM, o de inicio mais recente ja alcancado pela data da
      * rodada; em seguida, os quatro periodos do historico.
      ******************************************************************
       DEFINE-SEMESTRE.
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               MOVE 'ACD0170E' TO MP-ID
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
                   PERFORM VARRE-CALENDARIO
               END-IF
               IF WRK-SEMESTRE = SPACES
                   MOVE 'ACD0170E' TO MP-ID
                   MOVE 'SEMESTRE NAO ENCONTRADO NO CALACAD.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARRE-CALENDARIO
               END-IF
               CLOSE CALENDARIO-FILE
           END-IF.

      ******************************************************************
      * VARRE-CALENDARIO - Percorre o CALACAD em ordem de semestre.
      * Sem semestre definido, fica com o ultimo ja iniciado; com
      * ele, empurra na tabela de periodos cada semestre ate o
      * escolhido, que termina na posicao 1 com os tres anteriores
      * atras de si.
      ******************************************************************
       VARRE-CALENDARIO.
           MOVE SPACES TO TABELA-PERIODOS
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE SPACES TO CA-SEMESTRE
           START CALENDARIO-FILE KEY IS NOT LESS THAN CA-SEMESTRE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ CALENDARIO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF PARM-TAM = 0 AND WRK-SEMESTRE = SPACES
                       IF CA-DATA-INICIO NOT > WRK-HOJE
                           MOVE CA-SEMESTRE TO PE-SEMESTRE(1)
                       END-IF
                   ELSE
                       IF CA-SEMESTRE NOT > WRK-SEMESTRE
                           MOVE PE-SEMESTRE(3) TO PE-SEMESTRE(4)
                           MOVE PE-SEMESTRE(2) TO PE-SEMESTRE(3)
                           MOVE PE-SEMESTRE(1) TO PE-SEMESTRE(2)
                           MOVE CA-SEMESTRE    TO PE-SEMESTRE(1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF PARM-TAM = 0 AND WRK-SEMESTRE = SPACES
               MOVE PE-SEMESTRE(1) TO WRK-SEMESTRE
           END-IF.

      ******************************************************************
      * ACUMULA-SITUACOES - Varre o mestre de situacao e soma cada
      * classificacao dos quatro periodos na turma em que o aluno
      * cursou a materia; classificacao sem turma so e contada (no
      * semestre do relatorio) e nota invalida fica de fora.
      ******************************************************************
       ACUMULA-SITUACOES.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE SPACES TO SM-CHAVE
           START SITUACAO-MASTER-FILE KEY IS NOT LESS THAN SM-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ SITUACAO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-QTD-LIDOS
                   PERFORM LOCALIZA-PERIODO
                   IF WRK-PERIODO > 0
                       AND SM-NOTA NOT > 10
                       PERFORM ACUMULA-CLASSIFICACAO
                   END-IF
               END-IF
           END-PERFORM.

       LOCALIZA-PERIODO.
           MOVE 0 TO WRK-PERIODO
           PERFORM VARYING WRK-PERIDX FROM 1 BY 1
               UNTIL WRK-PERIDX > 4 OR WRK-PERIODO > 0
               IF PE-SEMESTRE(WRK-PERIDX) NOT = SPACES
                   AND PE-SEMESTRE(WRK-PERIDX) = SM-SEMESTRE
                   MOVE WRK-PERIDX TO WRK-PERIODO
               END-IF
           END-PERFORM.

       ACUMULA-CLASSIFICACAO.
           PERFORM LOCALIZA-TURMA-DO-ALUNO
           IF WRK-TURMA-ACHADA = SPACES
               IF WRK-PERIODO = 1
                   ADD 1 TO WRK-SEM-TURMA
               END-IF
           ELSE
               PERFORM LOCALIZA-SECAO
               IF WRK-SECIDX <= WRK-QTD-SECOES
                   ADD 1 TO TS-QTD(WRK-SECIDX)
                   ADD SM-NOTA TO TS-SOMA(WRK-SECIDX)
                   COMPUTE TS-SOMA-Q(WRK-SECIDX) =
                       TS-SOMA-Q(WRK-SECIDX) + SM-NOTA * SM-NOTA
                   EVALUATE SM-SITUACAO
                       WHEN 'APROVADO'
                           ADD 1 TO TS-APROVADO(WRK-SECIDX)
                       WHEN 'EM RECUPERACAO'
                           ADD 1 TO TS-RECUPERACAO(WRK-SECIDX)
                       WHEN 'REPROVADO'
                       WHEN 'REPROVADO POR FALTA'
                           ADD 1 TO TS-REPROVADO(WRK-SECIDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM APURA-FREQUENCIA
               END-IF
           END-IF.

      ******************************************************************
      * LOCALIZA-TURMA-DO-ALUNO - Como no PROG27: percorre os vinculos
      * do aluno e devolve a turma da materia e do semestre da
      * classificacao (turma antiga sem semestre vale como legado).
      ******************************************************************
       LOCALIZA-TURMA-DO-ALUNO.
           MOVE SPACES TO WRK-TURMA-ACHADA
           IF SM-ALUNO-ID NOT = SPACES
               AND WRK-FS-TURMA = '00'
               MOVE 'N' TO WRK-FIM-MATR
               MOVE SM-ALUNO-ID TO MT-ALUNO-ID
               MOVE SPACES TO MT-TURMA
               START MATRICULA-TURMA-FILE
                   KEY IS NOT LESS THAN MT-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-MATR
               END-START
               PERFORM UNTIL FIM-MATR
                   READ MATRICULA-TURMA-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-MATR
                   END-READ
                   IF NOT FIM-MATR
                       IF MT-ALUNO-ID NOT = SM-ALUNO-ID
                           MOVE 'S' TO WRK-FIM-MATR
                       ELSE
                           MOVE MT-TURMA TO TU-CODIGO
                           READ TURMA-MASTER-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF TU-MATERIA = SM-MATERIA
                                       AND (TU-SEMESTRE = SM-SEMESTRE
                                           OR TU-SEMESTRE = SPACES)
                                       MOVE TU-CODIGO
                                           TO WRK-TURMA-ACHADA
                                       MOVE 'S' TO WRK-FIM-MATR
                                   END-IF
                           END-READ
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * LOCALIZA-SECAO - Procura (ou cria) a turma do periodo na
      * tabela de secoes, guardando materia e instrutor.
      ******************************************************************
       LOCALIZA-SECAO.
           PERFORM VARYING WRK-SECIDX FROM 1 BY 1
               UNTIL WRK-SECIDX > WRK-QTD-SECOES
               OR (TS-TURMA(WRK-SECIDX) = WRK-TURMA-ACHADA
                   AND TS-PERIODO(WRK-SECIDX) = WRK-PERIODO)
               CONTINUE
           END-PERFORM
           IF WRK-SECIDX > WRK-QTD-SECOES
               IF WRK-QTD-SECOES >= 300
                   DISPLAY 'TABELA DE TURMAS CHEIA (MAXIMO 300). '
                       'TURMA ' WRK-TURMA-ACHADA ' NAO SERA '
                       'TOTALIZADA.'
               ELSE
                   ADD 1 TO WRK-QTD-SECOES
                   MOVE WRK-QTD-SECOES TO WRK-SECIDX
                   INITIALIZE TS-ENTRY(WRK-SECIDX)
                   MOVE WRK-PERIODO      TO TS-PERIODO(WRK-SECIDX)
                   MOVE WRK-TURMA-ACHADA TO TS-TURMA(WRK-SECIDX)
                   MOVE TU-MATERIA       TO TS-MATERIA(WRK-SECIDX)
                   MOVE TU-INSTR-COD     TO TS-INSTR-COD(WRK-SECIDX)
                   MOVE TU-INSTRUTOR     TO TS-INSTRUTOR(WRK-SECIDX)
                   MOVE 'N'              TO TS-SINAL(WRK-SECIDX)
               END-IF
           END-IF.

      ******************************************************************
      * APURA-FREQUENCIA - Percentual de presenca do aluno na materia
      * e semestre pelo FREQSUM, com o total corrigido pelas aulas
      * previstas (PROG129), como no PROG04. Sem chamada nem aula
      * prevista, a classificacao fica fora da frequencia media.
      ******************************************************************
       APURA-FREQUENCIA.
           IF WRK-FS-SUM = '00'
               MOVE SM-ALUNO-ID TO FS-ALUNO-ID
               MOVE SM-MATERIA  TO FS-MATERIA
               MOVE SM-SEMESTRE TO FS-SEMESTRE
               READ FREQUENCIA-RESUMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-TOTAL TO WRK-FREQ-TOTAL
                       MOVE SM-ALUNO-ID TO QA-ALUNO-ID
                       MOVE SM-MATERIA  TO QA-MATERIA
                       MOVE SM-SEMESTRE TO QA-SEMESTRE
                       MOVE WRK-HOJE    TO QA-DATA-REF
                       CALL 'PROG129' USING AULAS-PARAMETROS
                       IF QA-PREVISTAS > WRK-FREQ-TOTAL
                           MOVE QA-PREVISTAS TO WRK-FREQ-TOTAL
                       END-IF
                       IF WRK-FREQ-TOTAL > 0
                           COMPUTE WRK-FREQ-PERC =
                               (FS-PRESENCAS * 100) / WRK-FREQ-TOTAL
                           ADD 1 TO TS-FREQ-QTD(WRK-SECIDX)
                           ADD WRK-FREQ-PERC
                               TO TS-FREQ-SOMA(WRK-SECIDX)
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * MONTA-MATERIAS - Materias com turma no semestre do relatorio,
      * em ordem alfabetica de codigo.
      ******************************************************************
       MONTA-MATERIAS.
           MOVE 0 TO WRK-QTD-MATERIAS
           PERFORM VARYING WRK-SECIDX FROM 1 BY 1
               UNTIL WRK-SECIDX > WRK-QTD-SECOES
               IF TS-PERIODO(WRK-SECIDX) = 1
                   PERFORM VARYING WRK-MATIDX FROM 1 BY 1
                       UNTIL WRK-MATIDX > WRK-QTD-MATERIAS
                       OR TM-MATERIA(WRK-MATIDX)
                           = TS-MATERIA(WRK-SECIDX)
                       CONTINUE
                   END-PERFORM
                   IF WRK-MATIDX > WRK-QTD-MATERIAS
                       AND WRK-QTD-MATERIAS < 50
                       ADD 1 TO WRK-QTD-MATERIAS
                       MOVE TS-MATERIA(WRK-SECIDX)
                           TO TM-MATERIA(WRK-QTD-MATERIAS)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I >= WRK-QTD-MATERIAS
               PERFORM VARYING WRK-J FROM WRK-I BY 1
                   UNTIL WRK-J > WRK-QTD-MATERIAS
                   IF TM-MATERIA(WRK-J) < TM-MATERIA(WRK-I)
                       MOVE TM-MATERIA(WRK-I) TO WRK-MATERIA-TEMP
                       MOVE TM-MATERIA(WRK-J) TO TM-MATERIA(WRK-I)
                       MOVE WRK-MATERIA-TEMP  TO TM-MATERIA(WRK-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

      ******************************************************************
      * ESCREVE-CABECALHO - Titulo, semestre e periodos do historico.
      ******************************************************************
       ESCREVE-CABECALHO.
           MOVE 'CONSISTENCIA DE AVALIACAO ENTRE INSTRUTORES'
               TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           MOVE SPACES TO CONS-REL-LINHA
           STRING 'SEMESTRE: ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               '   HISTORICO: ' DELIMITED BY SIZE
               PE-SEMESTRE(4) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PE-SEMESTRE(3) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PE-SEMESTRE(2) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               PE-SEMESTRE(1) DELIMITED BY SIZE
               INTO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           MOVE 'SINAL: TURMA COM MEDIA OU TAXA DE REPROVACAO FORA DO'
               TO CONS-REL-LINHA
           MOVE 'PADRAO' TO CONS-REL-LINHA(54:)
           WRITE CONS-REL-LINHA
           MOVE '       DAS DEMAIS TURMAS DA MATERIA (TESTE Z A 95%).'
               TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           MOVE SPACES TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA.

      ******************************************************************
      * ESCREVE-MATERIA - Bloco da materia: uma linha por turma do
      * semestre, cada uma testada contra as demais, e o total.
      ******************************************************************
       ESCREVE-MATERIA.
           PERFORM ZERA-ACUMULADOS
           PERFORM VARYING WRK-SECIDX FROM 1 BY 1
               UNTIL WRK-SECIDX > WRK-QTD-SECOES
               IF TS-PERIODO(WRK-SECIDX) = 1
                   AND TS-MATERIA(WRK-SECIDX) = TM-MATERIA(WRK-MATIDX)
                   PERFORM SOMA-SECAO
               END-IF
           END-PERFORM

           MOVE WRK-AC-SECOES TO WRK-QTD-ED
           MOVE SPACES TO CONS-REL-LINHA
           STRING 'MATERIA: ' DELIMITED BY SIZE
               TM-MATERIA(WRK-MATIDX) DELIMITED BY SIZE
               '   TURMAS: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           MOVE CABECALHO-SECAO TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA

           PERFORM VARYING WRK-SECIDX FROM 1 BY 1
               UNTIL WRK-SECIDX > WRK-QTD-SECOES
               IF TS-PERIODO(WRK-SECIDX) = 1
                   AND TS-MATERIA(WRK-SECIDX) = TM-MATERIA(WRK-MATIDX)
                   PERFORM ESCREVE-SECAO
               END-IF
           END-PERFORM

           MOVE 'TOTAL'  TO LS-TURMA
           MOVE SPACES   TO LS-INSTR
           MOVE SPACES   TO LS-SINAL
           PERFORM EDITA-ACUMULADOS
           MOVE LINHA-SECAO TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           MOVE SPACES TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA.

      ******************************************************************
      * ESCREVE-SECAO - Linha da turma. Com pelo menos cinco alunos na
      * turma e cinco nas demais, compara a media (teste z de duas
      * medias) e a taxa de reprovacao (teste z de duas proporcoes)
      * contra o restante da materia; |z| acima de 1,96 sinaliza.
      ******************************************************************
       ESCREVE-SECAO.
           ADD 1 TO WRK-QTD-ANALISADAS
           MOVE 'N' TO WRK-DIVERGE-MEDIA
           MOVE 'N' TO WRK-DIVERGE-REPROV
           MOVE TS-QTD(WRK-SECIDX) TO WRK-N-SEC
           COMPUTE WRK-N-RESTO = WRK-AC-QTD - TS-QTD(WRK-SECIDX)
           IF WRK-N-SEC >= WRK-MIN-ALUNOS
               AND WRK-N-RESTO >= WRK-MIN-ALUNOS
               PERFORM TESTA-MEDIA
               PERFORM TESTA-REPROVACAO
           END-IF

           MOVE SPACES TO LS-SINAL
           EVALUATE TRUE
               WHEN DIVERGE-MEDIA AND DIVERGE-REPROV
                   MOVE '*MEDIA+REPR.' TO LS-SINAL
               WHEN DIVERGE-MEDIA
                   MOVE '*MEDIA' TO LS-SINAL
               WHEN DIVERGE-REPROV
                   MOVE '*REPROVACAO' TO LS-SINAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF DIVERGE-MEDIA OR DIVERGE-REPROV
               MOVE 'S' TO TS-SINAL(WRK-SECIDX)
               ADD 1 TO WRK-QTD-SINALIZADAS
           END-IF

           MOVE TS-TURMA(WRK-SECIDX) TO LS-TURMA
           MOVE TS-INSTR-COD(WRK-SECIDX) TO LS-INSTR
           IF TS-INSTR-COD(WRK-SECIDX) = SPACES
               MOVE TS-INSTRUTOR(WRK-SECIDX) TO LS-INSTR
           END-IF
           MOVE TS-QTD(WRK-SECIDX) TO LS-ALUNOS
           MOVE 0 TO WRK-MEDIA
           MOVE 0 TO WRK-DESVIO
           IF TS-QTD(WRK-SECIDX) > 0
               COMPUTE WRK-MEDIA-SEC ROUNDED =
                   TS-SOMA(WRK-SECIDX) / TS-QTD(WRK-SECIDX)
               COMPUTE WRK-VARIANCIA =
                   (TS-SOMA-Q(WRK-SECIDX) / TS-QTD(WRK-SECIDX))
                   - (WRK-MEDIA-SEC * WRK-MEDIA-SEC)
               IF WRK-VARIANCIA < 0
                   MOVE 0 TO WRK-VARIANCIA
               END-IF
               COMPUTE WRK-MEDIA ROUNDED = WRK-MEDIA-SEC
               COMPUTE WRK-DESVIO ROUNDED =
                   FUNCTION SQRT(WRK-VARIANCIA)
               COMPUTE LS-APROV ROUNDED =
                   TS-APROVADO(WRK-SECIDX) * 100 / TS-QTD(WRK-SECIDX)
               COMPUTE LS-RECUP ROUNDED =
                   TS-RECUPERACAO(WRK-SECIDX) * 100
                   / TS-QTD(WRK-SECIDX)
               COMPUTE LS-REPROV ROUNDED =
                   TS-REPROVADO(WRK-SECIDX) * 100 / TS-QTD(WRK-SECIDX)
           END-IF
           MOVE WRK-MEDIA  TO LS-MEDIA
           MOVE WRK-DESVIO TO LS-DESVIO
           MOVE 0 TO LS-FREQ
           IF TS-FREQ-QTD(WRK-SECIDX) > 0
               COMPUTE LS-FREQ ROUNDED =
                   TS-FREQ-SOMA(WRK-SECIDX) / TS-FREQ-QTD(WRK-SECIDX)
           END-IF
           MOVE LINHA-SECAO TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA.

      ******************************************************************
      * TESTA-MEDIA - z = (media da turma - media das demais) / raiz
      * (variancia da turma / n + variancia das demais / n).
      ******************************************************************
       TESTA-MEDIA.
           COMPUTE WRK-MEDIA-SEC ROUNDED =
               TS-SOMA(WRK-SECIDX) / WRK-N-SEC
           COMPUTE WRK-VAR-SEC ROUNDED =
               (TS-SOMA-Q(WRK-SECIDX) / WRK-N-SEC)
               - (WRK-MEDIA-SEC * WRK-MEDIA-SEC)
           COMPUTE WRK-MEDIA-RESTO ROUNDED =
               (WRK-AC-SOMA - TS-SOMA(WRK-SECIDX)) / WRK-N-RESTO
           COMPUTE WRK-VAR-RESTO ROUNDED =
               ((WRK-AC-SOMA-Q - TS-SOMA-Q(WRK-SECIDX)) / WRK-N-RESTO)
               - (WRK-MEDIA-RESTO * WRK-MEDIA-RESTO)
           IF WRK-VAR-SEC < 0
               MOVE 0 TO WRK-VAR-SEC
           END-IF
           IF WRK-VAR-RESTO < 0
               MOVE 0 TO WRK-VAR-RESTO
           END-IF
           COMPUTE WRK-ERRO ROUNDED = FUNCTION SQRT(
               (WRK-VAR-SEC / WRK-N-SEC)
               + (WRK-VAR-RESTO / WRK-N-RESTO))
           IF WRK-ERRO > 0
               COMPUTE WRK-Z ROUNDED =
                   (WRK-MEDIA-SEC - WRK-MEDIA-RESTO) / WRK-ERRO
               IF WRK-Z > WRK-Z-CRITICO
                   OR WRK-Z < 0 - WRK-Z-CRITICO
                   MOVE 'S' TO WRK-DIVERGE-MEDIA
               END-IF
           END-IF.

      ******************************************************************
      * TESTA-REPROVACAO - z = (taxa da turma - taxa das demais) /
      * raiz(p(1 - p)(1/n1 + 1/n2)), com p a taxa da materia inteira.
      ******************************************************************
       TESTA-REPROVACAO.
           COMPUTE WRK-P-SEC ROUNDED =
               TS-REPROVADO(WRK-SECIDX) / WRK-N-SEC
           COMPUTE WRK-P-RESTO ROUNDED =
               (WRK-AC-REPROVADO - TS-REPROVADO(WRK-SECIDX))
               / WRK-N-RESTO
           COMPUTE WRK-P-GERAL ROUNDED =
               WRK-AC-REPROVADO / WRK-AC-QTD
           COMPUTE WRK-ERRO ROUNDED = FUNCTION SQRT(
               WRK-P-GERAL * (1 - WRK-P-GERAL)
               * ((1 / WRK-N-SEC) + (1 / WRK-N-RESTO)))
           IF WRK-ERRO > 0
               COMPUTE WRK-Z ROUNDED =
                   (WRK-P-SEC - WRK-P-RESTO) / WRK-ERRO
               IF WRK-Z > WRK-Z-CRITICO
                   OR WRK-Z < 0 - WRK-Z-CRITICO
                   MOVE 'S' TO WRK-DIVERGE-REPROV
               END-IF
           END-IF.

       ZERA-ACUMULADOS.
           MOVE 0 TO WRK-AC-SECOES
           MOVE 0 TO WRK-AC-QTD
           MOVE 0 TO WRK-AC-SOMA
           MOVE 0 TO WRK-AC-SOMA-Q
           MOVE 0 TO WRK-AC-APROVADO
           MOVE 0 TO WRK-AC-RECUPERACAO
           MOVE 0 TO WRK-AC-REPROVADO
           MOVE 0 TO WRK-AC-FREQ-QTD
           MOVE 0 TO WRK-AC-FREQ-SOMA
           MOVE 0 TO WRK-AC-FORA.

       SOMA-SECAO.
           ADD 1 TO WRK-AC-SECOES
           ADD TS-QTD(WRK-SECIDX)         TO WRK-AC-QTD
           ADD TS-SOMA(WRK-SECIDX)        TO WRK-AC-SOMA
           ADD TS-SOMA-Q(WRK-SECIDX)      TO WRK-AC-SOMA-Q
           ADD TS-APROVADO(WRK-SECIDX)    TO WRK-AC-APROVADO
           ADD TS-RECUPERACAO(WRK-SECIDX) TO WRK-AC-RECUPERACAO
           ADD TS-REPROVADO(WRK-SECIDX)   TO WRK-AC-REPROVADO
           ADD TS-FREQ-QTD(WRK-SECIDX)    TO WRK-AC-FREQ-QTD
           ADD TS-FREQ-SOMA(WRK-SECIDX)   TO WRK-AC-FREQ-SOMA
           IF TS-FORA-DO-PADRAO(WRK-SECIDX)
               ADD 1 TO WRK-AC-FORA
           END-IF.

      ******************************************************************
      * EDITA-ACUMULADOS - Media, desvio e taxas dos acumulados em
      * curso na linha de turma (linha de total da materia).
      ******************************************************************
       EDITA-ACUMULADOS.
           MOVE WRK-AC-QTD TO LS-ALUNOS
           MOVE 0 TO WRK-MEDIA
           MOVE 0 TO WRK-DESVIO
           MOVE 0 TO LS-APROV
           MOVE 0 TO LS-RECUP
           MOVE 0 TO LS-REPROV
           MOVE 0 TO LS-FREQ
           IF WRK-AC-QTD > 0
               COMPUTE WRK-MEDIA-SEC ROUNDED = WRK-AC-SOMA / WRK-AC-QTD
               COMPUTE WRK-VARIANCIA =
                   (WRK-AC-SOMA-Q / WRK-AC-QTD)
                   - (WRK-MEDIA-SEC * WRK-MEDIA-SEC)
               IF WRK-VARIANCIA < 0
                   MOVE 0 TO WRK-VARIANCIA
               END-IF
               COMPUTE WRK-MEDIA ROUNDED = WRK-MEDIA-SEC
               COMPUTE WRK-DESVIO ROUNDED =
                   FUNCTION SQRT(WRK-VARIANCIA)
               COMPUTE LS-APROV ROUNDED =
                   WRK-AC-APROVADO * 100 / WRK-AC-QTD
               COMPUTE LS-RECUP ROUNDED =
                   WRK-AC-RECUPERACAO * 100 / WRK-AC-QTD
               COMPUTE LS-REPROV ROUNDED =
                   WRK-AC-REPROVADO * 100 / WRK-AC-QTD
           END-IF
           IF WRK-AC-FREQ-QTD > 0
               COMPUTE LS-FREQ ROUNDED =
                   WRK-AC-FREQ-SOMA / WRK-AC-FREQ-QTD
           END-IF
           MOVE WRK-MEDIA  TO LS-MEDIA
           MOVE WRK-DESVIO TO LS-DESVIO.

      ******************************************************************
      * MONTA-INSTRUTORES - Instrutores com turma no semestre do
      * relatorio (pelo codigo; turma antiga sem codigo, pelo nome).
      ******************************************************************
       MONTA-INSTRUTORES.
           MOVE 0 TO WRK-QTD-INSTR
           PERFORM VARYING WRK-SECIDX FROM 1 BY 1
               UNTIL WRK-SECIDX > WRK-QTD-SECOES
               IF TS-PERIODO(WRK-SECIDX) = 1
                   PERFORM VARYING WRK-INSIDX FROM 1 BY 1
                       UNTIL WRK-INSIDX > WRK-QTD-INSTR
                       OR (IT-INSTR-COD(WRK-INSIDX)
                           = TS-INSTR-COD(WRK-SECIDX)
                       AND (TS-INSTR-COD(WRK-SECIDX) NOT = SPACES
                           OR IT-INSTRUTOR(WRK-INSIDX)
                           = TS-INSTRUTOR(WRK-SECIDX)))
                       CONTINUE
                   END-PERFORM
                   IF WRK-INSIDX > WRK-QTD-INSTR
                       AND WRK-QTD-INSTR < 50
                       ADD 1 TO WRK-QTD-INSTR
                       MOVE TS-INSTR-COD(WRK-SECIDX)
                           TO IT-INSTR-COD(WRK-QTD-INSTR)
                       MOVE TS-INSTRUTOR(WRK-SECIDX)
                           TO IT-INSTRUTOR(WRK-QTD-INSTR)
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * ESCREVE-INSTRUTOR - Historico do instrutor: uma linha por
      * periodo, do mais antigo ao do relatorio, com turmas, alunos,
      * media, taxas e quantas turmas ficaram fora do padrao no
      * semestre do relatorio.
      ******************************************************************
       ESCREVE-INSTRUTOR.
           MOVE SPACES TO CONS-REL-LINHA
           STRING 'INSTRUTOR: ' DELIMITED BY SIZE
               IT-INSTR-COD(WRK-INSIDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               IT-INSTRUTOR(WRK-INSIDX) DELIMITED BY SIZE
               INTO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           MOVE CABECALHO-HISTORICO TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           PERFORM VARYING WRK-PERIDX FROM 4 BY -1
               UNTIL WRK-PERIDX < 1
               IF PE-SEMESTRE(WRK-PERIDX) NOT = SPACES
                   PERFORM ESCREVE-PERIODO-INSTRUTOR
               END-IF
           END-PERFORM
           MOVE SPACES TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA.

       ESCREVE-PERIODO-INSTRUTOR.
           PERFORM ZERA-ACUMULADOS
           PERFORM VARYING WRK-SECIDX FROM 1 BY 1
               UNTIL WRK-SECIDX > WRK-QTD-SECOES
               IF TS-PERIODO(WRK-SECIDX) = WRK-PERIDX
                   AND TS-INSTR-COD(WRK-SECIDX)
                       = IT-INSTR-COD(WRK-INSIDX)
                   AND (IT-INSTR-COD(WRK-INSIDX) NOT = SPACES
                       OR TS-INSTRUTOR(WRK-SECIDX)
                       = IT-INSTRUTOR(WRK-INSIDX))
                   PERFORM SOMA-SECAO
               END-IF
           END-PERFORM
           MOVE PE-SEMESTRE(WRK-PERIDX) TO LH-SEMESTRE
           MOVE WRK-AC-SECOES TO LH-TURMAS
           MOVE WRK-AC-QTD    TO LH-ALUNOS
           MOVE WRK-AC-FORA   TO LH-FORA
           PERFORM EDITA-ACUMULADOS
           MOVE LS-MEDIA  TO LH-MEDIA
           MOVE LS-APROV  TO LH-APROV
           MOVE LS-REPROV TO LH-REPROV
           MOVE LS-FREQ   TO LH-FREQ
           MOVE LINHA-HISTORICO TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA.

      ******************************************************************
      * ESCREVE-RESUMO - Turmas analisadas e sinalizadas no semestre
      * e classificacoes sem vinculo de turma.
      ******************************************************************
       ESCREVE-RESUMO.
           MOVE 'RESUMO' TO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           MOVE WRK-QTD-ANALISADAS TO WRK-QTD-ED
           MOVE SPACES TO CONS-REL-LINHA
           STRING '  TURMAS ANALISADAS    : ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           MOVE WRK-QTD-SINALIZADAS TO WRK-QTD-ED
           MOVE SPACES TO CONS-REL-LINHA
           STRING '  TURMAS FORA DO PADRAO: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONS-REL-LINHA
           WRITE CONS-REL-LINHA
           MOVE WRK-SEM-TURMA TO WRK-QTD-ED
           MOVE SPACES TO CONS-REL-LINHA
           STRING '  CLASSIFICACOES SEM TURMA: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONS-REL-LINHA
           WRITE CONS-REL-LINHA.

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
           MOVE 'PROG167'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDOS       TO RN-LIDOS
           MOVE WRK-QTD-ANALISADAS  TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG167.
