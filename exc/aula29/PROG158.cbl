      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG158.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  PAINEL MENSAL DE INDICADORES DA DIRETORIA - APURA NUMA SO
      *  RODADA OS NUMEROS QUE SAIAM DE SEIS RELATORIOS: ALUNOS ATIVOS,
      *  ADMISSOES E TRANCAMENTOS DO MES (ALUNO-MASTER E TRANCREG),
      *  TAXAS DE APROVACAO, RECUPERACAO E REPROVACAO DO SEMESTRE
      *  (SITUACAO-MASTER), FREQUENCIA MEDIA (FREQUENCIA-RESUMO),
      *  FATURADO, RECEBIDO E INADIMPLENCIA (FATURA-MASTER E PAGTO),
      *  VALOR DO ESTOQUE (MESMA CONTA DA VALORIZACAO DO PROG102),
      *  ORDENS DE SERVICO ABERTAS COM O CUSTO ACUMULADO NO AREA-LOG
      *  (MESMA CONTA DO PROG109) E O SUCESSO DA CADEIA BATCH
      *  (RUN-CONTROL). OS NUMEROS DA COMPETENCIA SAO GRAVADOS NO
      *  HISTORICO DO PAINEL (PAINHIST) E O PAINEL SAI EM UMA PAGINA
      *  COM A COMPETENCIA, O MES ANTERIOR E O MESMO MES DO ANO
      *  ANTERIOR, ESTES LIDOS DO HISTORICO. A COMPETENCIA VEM DO
      *  PARM (AAAAMM); SEM PARM, E O MES ANTERIOR AO DA RODADA. O
      *  PAINREL E REGISTRADO NO REPOSITORIO DE RELATORIOS (PROG95).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNO-MASTER-FILE ASSIGN TO "ALUNOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALUNO-ID
               ALTERNATE RECORD KEY IS ALUNO-NOME WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALUNO.
           SELECT TRANCAMENTO-FILE ASSIGN TO "TRANCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-CHAVE
               FILE STATUS IS WRK-FS-TRANC.
           SELECT SITUACAO-MASTER-FILE ASSIGN TO "SITMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CHAVE
               FILE STATUS IS WRK-FS-SITMST.
           SELECT FREQUENCIA-RESUMO-FILE ASSIGN TO "FREQSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-CHAVE
               FILE STATUS IS WRK-FS-FREQ.
           SELECT CALENDARIO-FILE ASSIGN TO "CALACAD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-SEMESTRE
               FILE STATUS IS WRK-FS-CAL.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT ESTOQUE-MATERIAL-FILE ASSIGN TO "ESTOQMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ORDEM-SERVICO-FILE ASSIGN TO "ORDSERV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-NUMERO
               FILE STATUS IS WRK-FS-ORDEM.
           SELECT AREA-LOG-FILE ASSIGN TO "AREALOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AREALOG.
           SELECT PAINEL-HISTORICO-FILE ASSIGN TO "PAINHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-COMPETENCIA
               FILE STATUS IS WRK-FS-HIST.
           SELECT PAINEL-REL-FILE ASSIGN TO "PAINREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALUNO-MASTER-FILE.
           COPY ALUNOMR.
       FD  TRANCAMENTO-FILE.
           COPY TRANCMR.
       FD  SITUACAO-MASTER-FILE.
           COPY SITMR.
       FD  FREQUENCIA-RESUMO-FILE.
           COPY FREQSUM.
       FD  CALENDARIO-FILE.
           COPY CALACAD.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  ORDEM-SERVICO-FILE.
           COPY ORDSERV.
       FD  AREA-LOG-FILE.
           COPY AREALOG.
       FD  PAINEL-HISTORICO-FILE.
           COPY PAINHIST.
       FD  PAINEL-REL-FILE.
           COPY PAINREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALUNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-TRANC      PIC X(02) VALUE SPACES.
       77 WRK-FS-SITMST     PIC X(02) VALUE SPACES.
       77 WRK-FS-FREQ       PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL        PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-ORDEM      PIC X(02) VALUE SPACES.
       77 WRK-FS-AREALOG    PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-CAL       PIC X(01) VALUE 'N'.
           88 FIM-CAL              VALUE 'S'.
       77 WRK-HIST-OK       PIC X(01) VALUE 'N'.
           88 HISTORICO-DISPONIVEL VALUE 'S'.
       77 WRK-ESTOQUE-OK    PIC X(01) VALUE 'N'.
           88 ESTOQUE-ABERTO       VALUE 'S'.
       77 WRK-SEMESTRE      PIC X(06) VALUE SPACES.
       77 WRK-ARQUIVO       PIC X(08) VALUE SPACES.
       77 WRK-MES-INI       PIC X(08) VALUE SPACES.
       77 WRK-MES-FIM       PIC X(08) VALUE SPACES.
       77 WRK-DATA-REF      PIC X(08) VALUE SPACES.
       77 WRK-DATA-PGTO     PIC X(08) VALUE SPACES.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-LINHAS    PIC 9(06) VALUE 0.
       77 WRK-CIDX          PIC 9(01) VALUE 0.
       77 WRK-LIDX          PIC 9(02) VALUE 0.
       77 WRK-CUSTO-CALC    PIC 9(09)V99 VALUE 0.
       77 WRK-PERC-NUM      PIC S9(13)V99 VALUE 0.
       77 WRK-PERC-DEN      PIC S9(13)V99 VALUE 0.
       77 WRK-PERC          PIC 9(03)V99 VALUE 0.
       77 WRK-QTD-ED        PIC Z(08),ZZZ,ZZ9.
       77 WRK-VALOR-ED      PIC Z,ZZZ,ZZZ,ZZ9.99.
       77 WRK-SALDO-ED      PIC -,ZZZ,ZZZ,ZZ9.99.
       77 WRK-PERC-ED       PIC Z(12)9.99.
       77 WRK-NAO-DISP      PIC X(17) VALUE '             N/D '.

      *  NUMEROS DA COMPETENCIA, ACUMULADOS NA APURACAO E LEVADOS AO
      *  REGISTRO DO HISTORICO NA GRAVACAO.
       77 WRK-ALUNOS-ATIVOS PIC 9(07) VALUE 0.
       77 WRK-ADMISSOES     PIC 9(07) VALUE 0.
       77 WRK-TRANCAMENTOS  PIC 9(07) VALUE 0.
       77 WRK-SIT-TOTAL     PIC 9(07) VALUE 0.
       77 WRK-APROVADOS     PIC 9(07) VALUE 0.
       77 WRK-RECUPERACAO   PIC 9(07) VALUE 0.
       77 WRK-REPROVADOS    PIC 9(07) VALUE 0.
       77 WRK-CHAMADAS      PIC 9(09) VALUE 0.
       77 WRK-PRESENCAS     PIC 9(09) VALUE 0.
       77 WRK-FATURADO      PIC 9(11)V99 VALUE 0.
       77 WRK-RECEBIDO      PIC 9(11)V99 VALUE 0.
       77 WRK-VENCIDO       PIC 9(11)V99 VALUE 0.
       77 WRK-VENCIDO-ABERTO PIC 9(11)V99 VALUE 0.
       77 WRK-VALOR-ESTOQUE PIC S9(13)V99 VALUE 0.
       77 WRK-ORDENS-ABERTAS PIC 9(05) VALUE 0.
       77 WRK-CUSTO-ORDENS  PIC 9(11)V99 VALUE 0.
       77 WRK-RODADAS       PIC 9(05) VALUE 0.
       77 WRK-RODADAS-OK    PIC 9(05) VALUE 0.

           COPY MSGPARM.
           COPY REPPARM.

       01 WRK-COMPETENCIA.
          05 WRK-COMP-ANO   PIC 9(04).
          05 WRK-COMP-MES   PIC 9(02).
       01 WRK-COMP-ANTERIOR.
          05 WRK-ANT-ANO    PIC 9(04).
          05 WRK-ANT-MES    PIC 9(02).
       01 WRK-COMP-ANO-ANT.
          05 WRK-AAN-ANO    PIC 9(04).
          05 WRK-AAN-MES    PIC 9(02).

      *  COLUNAS DO PAINEL: 1 COMPETENCIA, 2 MES ANTERIOR, 3 MESMO MES
      *  DO ANO ANTERIOR. TC-INDICADORES TEM O TAMANHO DE
      *  PH-INDICADORES (PAINHIST).
       01 TABELA-COLUNAS.
          05 TC-ENTRY OCCURS 3 TIMES.
             10 TC-COMPETENCIA PIC X(06).
             10 TC-ACHOU       PIC X(01).
                88 TC-NO-HISTORICO   VALUE 'S'.
             10 TC-INDICADORES PIC X(168).

      *  LINHAS DO PAINEL, NA ORDEM DE IMPRESSAO.
       01 TABELA-ROTULOS.
          05 FILLER PIC X(29) VALUE '  ALUNOS ATIVOS'.
          05 FILLER PIC X(29) VALUE '  NOVAS ADMISSOES'.
          05 FILLER PIC X(29) VALUE '  TRANCAMENTOS'.
          05 FILLER PIC X(29) VALUE '  APROVACAO NO SEMESTRE'.
          05 FILLER PIC X(29) VALUE '  RECUPERACAO NO SEMESTRE'.
          05 FILLER PIC X(29) VALUE '  REPROVACAO NO SEMESTRE'.
          05 FILLER PIC X(29) VALUE '  FREQUENCIA MEDIA'.
          05 FILLER PIC X(29) VALUE '  FATURADO'.
          05 FILLER PIC X(29) VALUE '  RECEBIDO'.
          05 FILLER PIC X(29) VALUE '  INADIMPLENCIA'.
          05 FILLER PIC X(29) VALUE '  VALOR DO ESTOQUE'.
          05 FILLER PIC X(29) VALUE '  ORDENS DE SERVICO ABERTAS'.
          05 FILLER PIC X(29) VALUE '  CUSTO DAS ORDENS ABERTAS'.
          05 FILLER PIC X(29) VALUE '  SUCESSO DA CADEIA BATCH'.
       01 TABELA-ROTULOS-R REDEFINES TABELA-ROTULOS.
          05 TR-ROTULO OCCURS 14 TIMES PIC X(29).

       01 TABELA-VALORES.
          05 TV-LINHA OCCURS 14 TIMES.
             10 TV-VALOR OCCURS 3 TIMES PIC X(17).

       01 WRK-LINHA-IND.
          05 LI-ROTULO      PIC X(29).
          05 LI-VALOR OCCURS 3 TIMES PIC X(17).

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(06).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           PERFORM DEFINE-COMPETENCIA
           IF RETURN-CODE < 8
               OPEN INPUT ALUNO-MASTER-FILE
               OPEN INPUT FATURA-MASTER-FILE
               IF WRK-FS-ALUNO NOT = '00' OR WRK-FS-FAT NOT = '00'
                   MOVE 'ACD0156E' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'ALUNOMST/FATURMST INDISPONIVEIS. '
                       DELIMITED BY SIZE
                       'FILE STATUS ' DELIMITED BY SIZE
                       WRK-FS-ALUNO DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       WRK-FS-FAT DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM DETERMINA-SEMESTRE
                   PERFORM APURA-ALUNOS
                   PERFORM APURA-TRANCAMENTOS
                   PERFORM APURA-SITUACAO
                   PERFORM APURA-FREQUENCIA
                   PERFORM APURA-FATURAS
                   PERFORM APURA-RECEBIDO
                   PERFORM APURA-ESTOQUE-ORDENS
                   PERFORM APURA-CADEIA
                   PERFORM GRAVA-HISTORICO
                   OPEN OUTPUT PAINEL-REL-FILE
                   PERFORM EMITE-PAINEL
                   CLOSE PAINEL-REL-FILE
                   MOVE 'PAINREL'        TO RPP-RELATORIO
                   MOVE 'PROD.PAINREL'   TO RPP-GERACAO
                   MOVE WRK-QTD-LINHAS   TO RPP-LINHAS
                   CALL 'PROG95' USING REPOSITORIO-PARAMETROS
                   IF HISTORICO-DISPONIVEL
                       MOVE 'ACD0159I' TO MP-ID
                       MOVE SPACES TO MP-TEXTO
                       STRING 'PAINEL DA COMPETENCIA ' DELIMITED BY SIZE
                           WRK-COMPETENCIA DELIMITED BY SIZE
                           ' GRAVADO NO HISTORICO.' DELIMITED BY SIZE
                           INTO MP-TEXTO
                       PERFORM EMITE-MENSAGEM
                   END-IF
               END-IF
               IF WRK-FS-ALUNO = '00'
                   CLOSE ALUNO-MASTER-FILE
               END-IF
               IF WRK-FS-FAT = '00'
                   CLOSE FATURA-MASTER-FILE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * DEFINE-COMPETENCIA - Mes do painel: o AAAAMM do PARM (para
      * reprocessar um mes) ou, sem PARM, o mes anterior ao da rodada;
      * dele saem o mes anterior e o mesmo mes do ano anterior, lidos
      * do historico, e a faixa de datas do movimento do mes.
      ******************************************************************
       DEFINE-COMPETENCIA.
           IF PARM-TAM > 0
               IF PARM-TEXTO IS NUMERIC
                   MOVE PARM-TEXTO TO WRK-COMPETENCIA
               ELSE
                   MOVE 0 TO WRK-COMP-MES
               END-IF
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   MOVE 'ACD0155E' TO MP-ID
                   MOVE 'COMPETENCIA INVALIDA. INFORME PARM=AAAAMM.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WRK-HOJE(1:4) TO WRK-COMP-ANO
               MOVE WRK-HOJE(5:2) TO WRK-COMP-MES
               IF WRK-COMP-MES = 1
                   MOVE 12 TO WRK-COMP-MES
                   SUBTRACT 1 FROM WRK-COMP-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-COMP-MES
               END-IF
           END-IF

           IF RETURN-CODE < 8
               MOVE WRK-COMPETENCIA TO WRK-COMP-ANTERIOR
               IF WRK-ANT-MES = 1
                   MOVE 12 TO WRK-ANT-MES
                   SUBTRACT 1 FROM WRK-ANT-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-ANT-MES
               END-IF
               MOVE WRK-COMPETENCIA TO WRK-COMP-ANO-ANT
               SUBTRACT 1 FROM WRK-AAN-ANO
               MOVE WRK-COMPETENCIA   TO TC-COMPETENCIA(1)
               MOVE WRK-COMP-ANTERIOR TO TC-COMPETENCIA(2)
               MOVE WRK-COMP-ANO-ANT  TO TC-COMPETENCIA(3)
               MOVE SPACES TO WRK-MES-INI WRK-MES-FIM WRK-DATA-REF
               STRING WRK-COMPETENCIA DELIMITED BY SIZE
                   '01' DELIMITED BY SIZE
                   INTO WRK-MES-INI
               STRING WRK-COMPETENCIA DELIMITED BY SIZE
                   '31' DELIMITED BY SIZE
                   INTO WRK-MES-FIM
               STRING WRK-COMPETENCIA DELIMITED BY SIZE
                   '15' DELIMITED BY SIZE
                   INTO WRK-DATA-REF
           END-IF.

      ******************************************************************
      * DETERMINA-SEMESTRE - Semestre do calendario academico que
      * abrange o meio da competencia; sem calendario implantado,
      * AAAA-S do mes da competencia.
      ******************************************************************
       DETERMINA-SEMESTRE.
           MOVE SPACES TO WRK-SEMESTRE
           MOVE 'N' TO WRK-FIM-CAL
           OPEN INPUT CALENDARIO-FILE
           IF WRK-FS-CAL NOT = '00'
               CONTINUE
           ELSE
               MOVE SPACES TO CA-SEMESTRE
               START CALENDARIO-FILE KEY IS NOT LESS THAN CA-SEMESTRE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CAL
               END-START
               PERFORM UNTIL FIM-CAL
                   READ CALENDARIO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-CAL
                   END-READ
                   IF NOT FIM-CAL
                       IF WRK-DATA-REF >= CA-DATA-INICIO
                           AND WRK-DATA-REF <= CA-DATA-FIM
                           MOVE CA-SEMESTRE TO WRK-SEMESTRE
                           MOVE 'S' TO WRK-FIM-CAL
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF

           IF WRK-SEMESTRE = SPACES
               IF WRK-COMP-MES <= 6
                   STRING WRK-DATA-REF(1:4) DELIMITED BY SIZE
                       '-1' DELIMITED BY SIZE
                       INTO WRK-SEMESTRE
               ELSE
                   STRING WRK-DATA-REF(1:4) DELIMITED BY SIZE
                       '-2' DELIMITED BY SIZE
                       INTO WRK-SEMESTRE
               END-IF
           END-IF.

      ******************************************************************
      * APURA-ALUNOS - Alunos ativos no ALUNO-MASTER no dia da
      * apuracao e admissoes do mes (cadastro com data na
      * competencia).
      ******************************************************************
       APURA-ALUNOS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO ALUNO-ID
           START ALUNO-MASTER-FILE KEY IS NOT LESS THAN ALUNO-ID
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ALUNO-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-QTD-LIDOS
                   IF ALUNO-ATIVO
                       ADD 1 TO WRK-ALUNOS-ATIVOS
                   END-IF
                   IF ALUNO-DATA-CAD >= WRK-MES-INI
                       AND ALUNO-DATA-CAD <= WRK-MES-FIM
                       ADD 1 TO WRK-ADMISSOES
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APURA-TRANCAMENTOS - Trancamentos com data de efeito na
      * competencia (os ja reintegrados tambem contam: o trancamento
      * aconteceu no mes).
      ******************************************************************
       APURA-TRANCAMENTOS.
           OPEN INPUT TRANCAMENTO-FILE
           IF WRK-FS-TRANC NOT = '00'
               MOVE 'TRANCREG' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO TN-CHAVE
               START TRANCAMENTO-FILE KEY IS NOT LESS THAN TN-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ TRANCAMENTO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDOS
                       IF TN-DATA >= WRK-MES-INI
                           AND TN-DATA <= WRK-MES-FIM
                           ADD 1 TO WRK-TRANCAMENTOS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TRANCAMENTO-FILE
           END-IF.

      ******************************************************************
      * APURA-SITUACAO - Situacao das disciplinas do semestre da
      * competencia no SITUACAO-MASTER: aprovado, em recuperacao e
      * reprovado (por nota ou por falta) sobre o total apurado.
      ******************************************************************
       APURA-SITUACAO.
           OPEN INPUT SITUACAO-MASTER-FILE
           IF WRK-FS-SITMST NOT = '00'
               MOVE 'SITMST' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO SM-CHAVE
               START SITUACAO-MASTER-FILE
                   KEY IS NOT LESS THAN SM-CHAVE
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
                       IF SM-SEMESTRE = WRK-SEMESTRE
                           PERFORM CLASSIFICA-SITUACAO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SITUACAO-MASTER-FILE
           END-IF.

       CLASSIFICA-SITUACAO.
           ADD 1 TO WRK-SIT-TOTAL
           EVALUATE TRUE
               WHEN SM-SITUACAO = 'APROVADO'
                   ADD 1 TO WRK-APROVADOS
               WHEN SM-SITUACAO = 'EM RECUPERACAO'
                   ADD 1 TO WRK-RECUPERACAO
               WHEN SM-SITUACAO(1:9) = 'REPROVADO'
                   ADD 1 TO WRK-REPROVADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * APURA-FREQUENCIA - Presencas sobre chamadas no resumo de
      * frequencia do semestre da competencia.
      ******************************************************************
       APURA-FREQUENCIA.
           OPEN INPUT FREQUENCIA-RESUMO-FILE
           IF WRK-FS-FREQ NOT = '00'
               MOVE 'FREQSUM' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO FS-CHAVE
               START FREQUENCIA-RESUMO-FILE
                   KEY IS NOT LESS THAN FS-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ FREQUENCIA-RESUMO-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDOS
                       IF FS-SEMESTRE = WRK-SEMESTRE
                           ADD FS-TOTAL     TO WRK-CHAMADAS
                           ADD FS-PRESENCAS TO WRK-PRESENCAS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FREQUENCIA-RESUMO-FILE
           END-IF.

      ******************************************************************
      * APURA-FATURAS - Faturado no mes: faturas emitidas na
      * competencia, menos as canceladas e as parcelas de acordo (que
      * so refinanciam o ja faturado). Inadimplencia: das faturas
      * vencidas na competencia (sem as canceladas e as renegociadas,
      * cujo valor passou as parcelas), o saldo ainda em aberto
      * sobre o valor.
      ******************************************************************
       APURA-FATURAS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-QTD-LIDOS
                   IF FA-DATA-EMISSAO >= WRK-MES-INI
                       AND FA-DATA-EMISSAO <= WRK-MES-FIM
                       AND NOT FA-CANCELADA
                       AND NOT FA-PARCELAMENTO
                       ADD FA-VALOR TO WRK-FATURADO
                   END-IF
                   IF FA-DATA-VENC >= WRK-MES-INI
                       AND FA-DATA-VENC <= WRK-MES-FIM
                       AND NOT FA-CANCELADA
                       AND NOT FA-RENEGOCIADA
                       ADD FA-VALOR TO WRK-VENCIDO
                       IF FA-ABERTA
                           ADD FA-SALDO TO WRK-VENCIDO-ABERTO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APURA-RECEBIDO - Recebimentos aplicados no mes (pela data de
      * postagem; registros anteriores a ela valem pela data do
      * pagamento, como no extrato contabil do PROG119).
      ******************************************************************
       APURA-RECEBIDO.
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO NOT = '00'
               MOVE 'PAGTO' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ PAGAMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDOS
                       IF PG-DATA-POSTAGEM = SPACES
                           MOVE PG-DATA TO WRK-DATA-PGTO
                       ELSE
                           MOVE PG-DATA-POSTAGEM TO WRK-DATA-PGTO
                       END-IF
                       IF WRK-DATA-PGTO >= WRK-MES-INI
                           AND WRK-DATA-PGTO <= WRK-MES-FIM
                           ADD PG-VALOR TO WRK-RECEBIDO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAGAMENTO-FILE
           END-IF.

      ******************************************************************
      * APURA-ESTOQUE-ORDENS - Valor do estoque (saldo vezes custo
      * medio, a conta da valorizacao do PROG102), ordens de servico
      * abertas e o custo de material acumulado nelas pelo AREA-LOG
      * (area vezes custo unitario, a conta do PROG109).
      ******************************************************************
       APURA-ESTOQUE-ORDENS.
           OPEN INPUT ESTOQUE-MATERIAL-FILE
           IF WRK-FS-ESTOQUE NOT = '00'
               MOVE 'ESTOQMAT' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               MOVE 'S' TO WRK-ESTOQUE-OK
               PERFORM VALORIZA-ESTOQUE
           END-IF
           OPEN INPUT ORDEM-SERVICO-FILE
           IF WRK-FS-ORDEM NOT = '00'
               MOVE 'ORDSERV' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               PERFORM CONTA-ORDENS-ABERTAS
               PERFORM CUSTEIA-ORDENS-ABERTAS
               CLOSE ORDEM-SERVICO-FILE
           END-IF
           IF ESTOQUE-ABERTO
               CLOSE ESTOQUE-MATERIAL-FILE
           END-IF.

       VALORIZA-ESTOQUE.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO EM-CODIGO
           START ESTOQUE-MATERIAL-FILE KEY IS NOT LESS THAN EM-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ESTOQUE-MATERIAL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-QTD-LIDOS
                   COMPUTE WRK-VALOR-ESTOQUE = WRK-VALOR-ESTOQUE
                       + EM-SALDO * EM-CUSTO-UNIT
               END-IF
           END-PERFORM.

       CONTA-ORDENS-ABERTAS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO OS-NUMERO
           START ORDEM-SERVICO-FILE KEY IS NOT LESS THAN OS-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ORDEM-SERVICO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-QTD-LIDOS
                   IF OS-ABERTA
                       ADD 1 TO WRK-ORDENS-ABERTAS
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * CUSTEIA-ORDENS-ABERTAS - Uma passada no AREA-LOG (todas as
      * geracoes): cada calculo lancado contra ordem ainda aberta
      * soma area vezes o custo unitario do material; material fora
      * do cadastro, ou estoque indisponivel, custa zero.
      ******************************************************************
       CUSTEIA-ORDENS-ABERTAS.
           OPEN INPUT AREA-LOG-FILE
           IF WRK-FS-AREALOG NOT = '00'
               MOVE 'AREALOG' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ AREA-LOG-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDOS
                       IF AL-ORDEM NOT = SPACES
                           PERFORM CUSTA-CALCULO-ORDEM
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AREA-LOG-FILE
           END-IF.

       CUSTA-CALCULO-ORDEM.
           MOVE AL-ORDEM TO OS-NUMERO
           READ ORDEM-SERVICO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OS-ABERTA
                       PERFORM CUSTA-MATERIAL
                       ADD WRK-CUSTO-CALC TO WRK-CUSTO-ORDENS
                   END-IF
           END-READ.

       CUSTA-MATERIAL.
           MOVE 0 TO WRK-CUSTO-CALC
           IF AL-MATERIAL NOT = SPACES AND ESTOQUE-ABERTO
               MOVE AL-MATERIAL TO EM-CODIGO
               READ ESTOQUE-MATERIAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WRK-CUSTO-CALC =
                           AL-AREA * EM-CUSTO-UNIT
               END-READ
           END-IF.

      ******************************************************************
      * APURA-CADEIA - Rodadas batch iniciadas na competencia no
      * RUN-CONTROL e, delas, as terminadas com RC ate 4 (rodada que
      * comecou e nao terminou conta como falha, como no relatorio
      * matinal do PROG36).
      ******************************************************************
       APURA-CADEIA.
           OPEN INPUT RUN-CONTROL-FILE
           IF WRK-FS-RUNCTL NOT = '00'
               MOVE 'RUNCTL' TO WRK-ARQUIVO
               PERFORM AVISA-ARQUIVO-AUSENTE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDOS
                       IF RN-DATA >= WRK-MES-INI
                           AND RN-DATA <= WRK-MES-FIM
                           PERFORM CONTA-RODADA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       CONTA-RODADA.
           IF RN-INICIO
               ADD 1 TO WRK-RODADAS
           END-IF
           IF RN-FIM AND RN-STATUS <= 4
               ADD 1 TO WRK-RODADAS-OK
           END-IF.

      ******************************************************************
      * GRAVA-HISTORICO - Grava (ou regrava, na rodada de novo) os
      * numeros da competencia no PAINHIST e le do historico o mes
      * anterior e o mesmo mes do ano anterior. Sem o historico, o
      * painel sai so com a competencia e a rodada termina com RC 8.
      ******************************************************************
       GRAVA-HISTORICO.
           MOVE 'S' TO TC-ACHOU(1)
           MOVE 'N' TO TC-ACHOU(2)
           MOVE 'N' TO TC-ACHOU(3)
           MOVE 'N' TO WRK-HIST-OK
           OPEN I-O PAINEL-HISTORICO-FILE
           IF WRK-FS-HIST = '35'
               CLOSE PAINEL-HISTORICO-FILE
               OPEN OUTPUT PAINEL-HISTORICO-FILE
               CLOSE PAINEL-HISTORICO-FILE
               OPEN I-O PAINEL-HISTORICO-FILE
           END-IF
           IF WRK-FS-HIST = '00'
               MOVE 'S' TO WRK-HIST-OK
           ELSE
               MOVE 'ACD0158E' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'HISTORICO DO PAINEL (PAINHIST) INDISPONIVEL. '
                   DELIMITED BY SIZE
                   'FILE STATUS ' DELIMITED BY SIZE
                   WRK-FS-HIST DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM MONTA-REGISTRO-HISTORICO
           MOVE PH-INDICADORES TO TC-INDICADORES(1)
           IF HISTORICO-DISPONIVEL
               WRITE PAINEL-HISTORICO-RECORD
                   INVALID KEY
                       REWRITE PAINEL-HISTORICO-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               MOVE 2 TO WRK-CIDX
               PERFORM LE-COLUNA-HISTORICO
               MOVE 3 TO WRK-CIDX
               PERFORM LE-COLUNA-HISTORICO
           END-IF

           PERFORM VARYING WRK-CIDX FROM 1 BY 1 UNTIL WRK-CIDX > 3
               PERFORM FORMATA-COLUNA
           END-PERFORM
           IF HISTORICO-DISPONIVEL
               CLOSE PAINEL-HISTORICO-FILE
           END-IF.

       MONTA-REGISTRO-HISTORICO.
           MOVE WRK-COMPETENCIA    TO PH-COMPETENCIA
           MOVE WRK-HOJE           TO PH-DATA-APURACAO
           MOVE WRK-SEMESTRE       TO PH-SEMESTRE
           MOVE WRK-ALUNOS-ATIVOS  TO PH-ALUNOS-ATIVOS
           MOVE WRK-ADMISSOES      TO PH-ADMISSOES
           MOVE WRK-TRANCAMENTOS   TO PH-TRANCAMENTOS
           MOVE WRK-SIT-TOTAL      TO PH-SIT-TOTAL
           MOVE WRK-APROVADOS      TO PH-APROVADOS
           MOVE WRK-RECUPERACAO    TO PH-RECUPERACAO
           MOVE WRK-REPROVADOS     TO PH-REPROVADOS
           MOVE WRK-CHAMADAS       TO PH-CHAMADAS
           MOVE WRK-PRESENCAS      TO PH-PRESENCAS
           MOVE WRK-FATURADO       TO PH-FATURADO
           MOVE WRK-RECEBIDO       TO PH-RECEBIDO
           MOVE WRK-VENCIDO        TO PH-VENCIDO
           MOVE WRK-VENCIDO-ABERTO TO PH-VENCIDO-ABERTO
           MOVE WRK-VALOR-ESTOQUE  TO PH-VALOR-ESTOQUE
           MOVE WRK-ORDENS-ABERTAS TO PH-ORDENS-ABERTAS
           MOVE WRK-CUSTO-ORDENS   TO PH-CUSTO-ORDENS
           MOVE WRK-RODADAS        TO PH-RODADAS
           MOVE WRK-RODADAS-OK     TO PH-RODADAS-OK.

       LE-COLUNA-HISTORICO.
           MOVE TC-COMPETENCIA(WRK-CIDX) TO PH-COMPETENCIA
           READ PAINEL-HISTORICO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO TC-ACHOU(WRK-CIDX)
                   MOVE PH-INDICADORES TO TC-INDICADORES(WRK-CIDX)
           END-READ.

      ******************************************************************
      * FORMATA-COLUNA - Edita os valores de uma coluna do painel a
      * partir dos numeros brutos; coluna fora do historico, ou taxa
      * sem base (divisor zero), sai N/D.
      ******************************************************************
       FORMATA-COLUNA.
           IF NOT TC-NO-HISTORICO(WRK-CIDX)
               PERFORM VARYING WRK-LIDX FROM 1 BY 1
                   UNTIL WRK-LIDX > 14
                   MOVE WRK-NAO-DISP TO TV-VALOR(WRK-LIDX, WRK-CIDX)
               END-PERFORM
           ELSE
               MOVE TC-INDICADORES(WRK-CIDX) TO PH-INDICADORES
               MOVE PH-ALUNOS-ATIVOS TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO TV-VALOR(1, WRK-CIDX)
               MOVE PH-ADMISSOES TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO TV-VALOR(2, WRK-CIDX)
               MOVE PH-TRANCAMENTOS TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO TV-VALOR(3, WRK-CIDX)
               MOVE PH-SIT-TOTAL TO WRK-PERC-DEN
               MOVE PH-APROVADOS TO WRK-PERC-NUM
               MOVE 4 TO WRK-LIDX
               PERFORM EDITA-PERCENTUAL
               MOVE PH-RECUPERACAO TO WRK-PERC-NUM
               MOVE 5 TO WRK-LIDX
               PERFORM EDITA-PERCENTUAL
               MOVE PH-REPROVADOS TO WRK-PERC-NUM
               MOVE 6 TO WRK-LIDX
               PERFORM EDITA-PERCENTUAL
               MOVE PH-PRESENCAS TO WRK-PERC-NUM
               MOVE PH-CHAMADAS TO WRK-PERC-DEN
               MOVE 7 TO WRK-LIDX
               PERFORM EDITA-PERCENTUAL
               MOVE PH-FATURADO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO TV-VALOR(8, WRK-CIDX)
               MOVE PH-RECEBIDO TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO TV-VALOR(9, WRK-CIDX)
               MOVE PH-VENCIDO-ABERTO TO WRK-PERC-NUM
               MOVE PH-VENCIDO TO WRK-PERC-DEN
               MOVE 10 TO WRK-LIDX
               PERFORM EDITA-PERCENTUAL
               MOVE PH-VALOR-ESTOQUE TO WRK-SALDO-ED
               MOVE WRK-SALDO-ED TO TV-VALOR(11, WRK-CIDX)
               MOVE PH-ORDENS-ABERTAS TO WRK-QTD-ED
               MOVE WRK-QTD-ED TO TV-VALOR(12, WRK-CIDX)
               MOVE PH-CUSTO-ORDENS TO WRK-VALOR-ED
               MOVE WRK-VALOR-ED TO TV-VALOR(13, WRK-CIDX)
               MOVE PH-RODADAS-OK TO WRK-PERC-NUM
               MOVE PH-RODADAS TO WRK-PERC-DEN
               MOVE 14 TO WRK-LIDX
               PERFORM EDITA-PERCENTUAL
           END-IF.

       EDITA-PERCENTUAL.
           IF WRK-PERC-DEN = 0
               MOVE WRK-NAO-DISP TO TV-VALOR(WRK-LIDX, WRK-CIDX)
           ELSE
               COMPUTE WRK-PERC ROUNDED =
                   WRK-PERC-NUM * 100 / WRK-PERC-DEN
               MOVE WRK-PERC TO WRK-PERC-ED
               MOVE SPACES TO TV-VALOR(WRK-LIDX, WRK-CIDX)
               STRING WRK-PERC-ED DELIMITED BY SIZE
                   '%' DELIMITED BY SIZE
                   INTO TV-VALOR(WRK-LIDX, WRK-CIDX)
           END-IF.

      ******************************************************************
      * EMITE-PAINEL - A pagina do painel: cabecalho com as tres
      * competencias e os blocos academico, financeiro, oficina e
      * estoque e operacao.
      ******************************************************************
       EMITE-PAINEL.
           MOVE SPACES TO PAINEL-REL-LINHA
           STRING 'PAINEL MENSAL DE INDICADORES - COMPETENCIA '
               DELIMITED BY SIZE
               WRK-COMPETENCIA(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-COMPETENCIA(1:4) DELIMITED BY SIZE
               INTO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO PAINEL-REL-LINHA
           STRING 'APURADO EM ' DELIMITED BY SIZE
               WRK-HOJE(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-HOJE(1:4) DELIMITED BY SIZE
               ' - SEMESTRE DA COMPETENCIA ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               INTO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA

           MOVE SPACES TO WRK-LINHA-IND
           MOVE 'MES ATUAL'    TO LI-VALOR(1)(8:9)
           MOVE 'MES ANTERIOR' TO LI-VALOR(2)(5:12)
           MOVE 'ANO ANTERIOR' TO LI-VALOR(3)(5:12)
           MOVE WRK-LINHA-IND TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE SPACES TO WRK-LINHA-IND
           PERFORM VARYING WRK-CIDX FROM 1 BY 1 UNTIL WRK-CIDX > 3
               MOVE TC-COMPETENCIA(WRK-CIDX)(5:2)
                   TO LI-VALOR(WRK-CIDX)(10:2)
               MOVE '/' TO LI-VALOR(WRK-CIDX)(12:1)
               MOVE TC-COMPETENCIA(WRK-CIDX)(1:4)
                   TO LI-VALOR(WRK-CIDX)(13:4)
           END-PERFORM
           MOVE WRK-LINHA-IND TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE ALL '-' TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA

           MOVE 'ACADEMICO' TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           PERFORM VARYING WRK-LIDX FROM 1 BY 1 UNTIL WRK-LIDX > 7
               PERFORM EMITE-LINHA-INDICADOR
           END-PERFORM
           MOVE SPACES TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'FINANCEIRO' TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           PERFORM VARYING WRK-LIDX FROM 8 BY 1 UNTIL WRK-LIDX > 10
               PERFORM EMITE-LINHA-INDICADOR
           END-PERFORM
           MOVE SPACES TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'OFICINA E ESTOQUE' TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           PERFORM VARYING WRK-LIDX FROM 11 BY 1 UNTIL WRK-LIDX > 13
               PERFORM EMITE-LINHA-INDICADOR
           END-PERFORM
           MOVE SPACES TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'OPERACAO' TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 14 TO WRK-LIDX
           PERFORM EMITE-LINHA-INDICADOR

           MOVE ALL '-' TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'SITUACAO E FREQUENCIA: SEMESTRE DA COMPETENCIA.'
               TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'ATIVOS, ESTOQUE E ORDENS: POSICAO NO DIA DA APURACAO.'
               TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'INADIMPLENCIA: SALDO EM ABERTO DAS FATURAS VENCIDAS NO'
               TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'MES SOBRE O VALOR DELAS. N/D: MES FORA DO HISTORICO OU'
               TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA
           MOVE 'TAXA SEM BASE NO MES.' TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA.

       EMITE-LINHA-INDICADOR.
           MOVE TR-ROTULO(WRK-LIDX) TO LI-ROTULO
           PERFORM VARYING WRK-CIDX FROM 1 BY 1 UNTIL WRK-CIDX > 3
               MOVE TV-VALOR(WRK-LIDX, WRK-CIDX) TO LI-VALOR(WRK-CIDX)
           END-PERFORM
           MOVE WRK-LINHA-IND TO PAINEL-REL-LINHA
           PERFORM GRAVA-LINHA.

       GRAVA-LINHA.
           WRITE PAINEL-REL-LINHA
           ADD 1 TO WRK-QTD-LINHAS.

      ******************************************************************
      * AVISA-ARQUIVO-AUSENTE - Arquivo de apoio indisponivel: o
      * indicador que ele alimenta sai zerado e a rodada termina com
      * RC 4.
      ******************************************************************
       AVISA-ARQUIVO-AUSENTE.
           MOVE 'ACD0157W' TO MP-ID
           MOVE SPACES TO MP-TEXTO
           STRING 'ARQUIVO ' DELIMITED BY SIZE
               WRK-ARQUIVO DELIMITED BY SPACE
               ' INDISPONIVEL - INDICADOR ZERADO NO PAINEL.'
               DELIMITED BY SIZE
               INTO MP-TEXTO
           PERFORM EMITE-MENSAGEM
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
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
           MOVE 'PROG158'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDOS       TO RN-LIDOS
           MOVE WRK-QTD-LINHAS      TO RN-GRAVADOS
           MOVE 0                   TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG158.
