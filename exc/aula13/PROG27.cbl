      *  MATRICULADO NA MATERIA E ACUMULA O HISTOGRAMA DE SITUACOES
      *  E O RESUMO DE APROVACAO POR TURMA, UM BLOCO POR SECAO PARA
      *  ENTREGA A CADA INSTRUTOR. CLASSIFICACOES SEM VINCULO DE
      *  TURMA SAO TOTALIZADAS A PARTE. A LINHA DE ABERTURA DE CADA
      *  BLOCO TRAZ O CODIGO DO INSTRUTOR (TU-INSTR-COD), CHAVE DE
      *  QUEBRA DA DISTRIBUICAO DOS BLOCOS PELO PROG153. OS BLOCOS
      *  SAEM AGRUPADOS POR UNIDADE (CAMPUS) DA TURMA, COM O TOTAL DE
      *  CADA UNIDADE E O TOTAL CONSOLIDADO DE TODAS AO FINAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WRK-QTD-ED        PIC ZZZZ9.
       77 WRK-PERC-APROV    PIC 9(03) VALUE 0.
       77 WRK-TOTAL-TURMA   PIC 9(05) VALUE 0.
       77 WRK-QTD-UNIDADES  PIC 9(02) VALUE 0.
       77 WRK-UNIDIDX       PIC 9(02) VALUE 0.
       77 WRK-UNIDADE-TURMA PIC X(04) VALUE SPACES.
       77 WRK-GER-APROVADO  PIC 9(05) VALUE 0.
       77 WRK-GER-RECUPERACAO PIC 9(05) VALUE 0.
       77 WRK-GER-REPROVADO PIC 9(05) VALUE 0.
       77 WRK-GER-FALTA     PIC 9(05) VALUE 0.
       77 WRK-GER-OUTRAS    PIC 9(05) VALUE 0.
       COPY REPPARM.
       COPY UNIPARM.

       01 TABELA-TURMAS.
          05 TT-ENTRY OCCURS 30 TIMES.
             10 TT-CODIGO        PIC X(06).
             10 TT-MATERIA       PIC X(15).
             10 TT-INSTRUTOR     PIC X(30).
             10 TT-INSTR-COD     PIC X(06).
             10 TT-APROVADO      PIC 9(05).
             10 TT-RECUPERACAO   PIC 9(05).
             10 TT-REPROVADO     PIC 9(05).
             10 TT-FALTA         PIC 9(05).
             10 TT-OUTRAS        PIC 9(05).
             10 TT-UNIDADE       PIC X(04).

       01 TABELA-UNIDADES.
          05 UT-ENTRY OCCURS 10 TIMES.
             10 UT-CODIGO        PIC X(04).
             10 UT-NOME          PIC X(30).
             10 UT-APROVADO      PIC 9(05).
             10 UT-RECUPERACAO   PIC 9(05).
             10 UT-REPROVADO     PIC 9(05).
             10 UT-FALTA         PIC 9(05).
             10 UT-OUTRAS        PIC 9(05).
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT SITUACAO-MASTER-FILE
                   MOVE WRK-TURMA-ACHADA TO TT-CODIGO(WRK-TURMAIDX)
                   MOVE TU-MATERIA   TO TT-MATERIA(WRK-TURMAIDX)
                   MOVE TU-INSTRUTOR TO TT-INSTRUTOR(WRK-TURMAIDX)
                   MOVE TU-INSTR-COD TO TT-INSTR-COD(WRK-TURMAIDX)
                   MOVE 0 TO TT-APROVADO(WRK-TURMAIDX)
                   MOVE 0 TO TT-RECUPERACAO(WRK-TURMAIDX)
                   MOVE 0 TO TT-REPROVADO(WRK-TURMAIDX)
                   MOVE 0 TO TT-FALTA(WRK-TURMAIDX)
                   MOVE 0 TO TT-OUTRAS(WRK-TURMAIDX)
                   MOVE TU-UNIDADE TO TT-UNIDADE(WRK-TURMAIDX)
                   IF TU-UNIDADE = SPACES
                       MOVE 'SEDE' TO TT-UNIDADE(WRK-TURMAIDX)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * ESCREVE-RELATORIO - Emite, unidade a unidade, um bloco por
      * turma com o histograma de situacoes e o percentual de
      * aprovacao da secao e o total da unidade; ao final, o total
      * consolidado e as classificacoes sem vinculo de turma.
      ******************************************************************
       ESCREVE-RELATORIO.
           MOVE 'RESULTADOS POR TURMA - SITREL' TO TURMA-REL-LINHA
           MOVE SPACES TO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA

           PERFORM MONTA-UNIDADES
           PERFORM VARYING WRK-UNIDIDX FROM 1 BY 1
               UNTIL WRK-UNIDIDX > WRK-QTD-UNIDADES
               PERFORM ESCREVE-UNIDADE
           END-PERFORM
           PERFORM ESCREVE-CONSOLIDADO

           MOVE WRK-SEM-TURMA TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING 'CLASSIFICACOES SEM VINCULO DE TURMA: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA.

      ******************************************************************
      * MONTA-UNIDADES - Relaciona as unidades das turmas totalizadas,
      * na ordem em que aparecem, com o nome do mestre de unidades.
      ******************************************************************
       MONTA-UNIDADES.
           MOVE 0 TO WRK-QTD-UNIDADES
           PERFORM VARYING WRK-TURMAIDX FROM 1 BY 1
               UNTIL WRK-TURMAIDX > WRK-QTD-TURMAS
               PERFORM VARYING WRK-UNIDIDX FROM 1 BY 1
                   UNTIL WRK-UNIDIDX > WRK-QTD-UNIDADES
                   OR UT-CODIGO(WRK-UNIDIDX) = TT-UNIDADE(WRK-TURMAIDX)
                   CONTINUE
               END-PERFORM
               IF WRK-UNIDIDX > WRK-QTD-UNIDADES
                   AND WRK-QTD-UNIDADES >= 10
                   DISPLAY 'TABELA DE UNIDADES CHEIA (MAXIMO 10). '
                       'TURMA ' TT-CODIGO(WRK-TURMAIDX) ' FORA DO '
                       'RELATORIO.'
               END-IF
               IF WRK-UNIDIDX > WRK-QTD-UNIDADES
                   AND WRK-QTD-UNIDADES < 10
                   ADD 1 TO WRK-QTD-UNIDADES
                   MOVE TT-UNIDADE(WRK-TURMAIDX)
                       TO UT-CODIGO(WRK-QTD-UNIDADES)
                   MOVE 'V' TO UNP-OPERACAO
                   MOVE TT-UNIDADE(WRK-TURMAIDX) TO UNP-CODIGO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   MOVE UNP-NOME TO UT-NOME(WRK-QTD-UNIDADES)
                   MOVE 0 TO UT-APROVADO(WRK-QTD-UNIDADES)
                   MOVE 0 TO UT-RECUPERACAO(WRK-QTD-UNIDADES)
                   MOVE 0 TO UT-REPROVADO(WRK-QTD-UNIDADES)
                   MOVE 0 TO UT-FALTA(WRK-QTD-UNIDADES)
                   MOVE 0 TO UT-OUTRAS(WRK-QTD-UNIDADES)
               END-IF
           END-PERFORM.

      ******************************************************************
      * ESCREVE-UNIDADE - Cabecalho da unidade corrente, os blocos das
      * suas turmas e o total da unidade. As linhas da unidade nao
      * abrem com 'TURMA:' e vao, na distribuicao, ao destinatario
      * geral.
      ******************************************************************
       ESCREVE-UNIDADE.
           MOVE UT-CODIGO(WRK-UNIDIDX) TO WRK-UNIDADE-TURMA
           MOVE SPACES TO TURMA-REL-LINHA
           STRING 'UNIDADE: ' DELIMITED BY SIZE
               WRK-UNIDADE-TURMA DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               UT-NOME(WRK-UNIDIDX) DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE SPACES TO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA

           PERFORM VARYING WRK-TURMAIDX FROM 1 BY 1
               UNTIL WRK-TURMAIDX > WRK-QTD-TURMAS
               IF TT-UNIDADE(WRK-TURMAIDX) = WRK-UNIDADE-TURMA
                   PERFORM ESCREVE-BLOCO-TURMA
                   ADD TT-APROVADO(WRK-TURMAIDX)
                       TO UT-APROVADO(WRK-UNIDIDX)
                   ADD TT-RECUPERACAO(WRK-TURMAIDX)
                       TO UT-RECUPERACAO(WRK-UNIDIDX)
                   ADD TT-REPROVADO(WRK-TURMAIDX)
                       TO UT-REPROVADO(WRK-UNIDIDX)
                   ADD TT-FALTA(WRK-TURMAIDX)
                       TO UT-FALTA(WRK-UNIDIDX)
                   ADD TT-OUTRAS(WRK-TURMAIDX)
                       TO UT-OUTRAS(WRK-UNIDIDX)
               END-IF
           END-PERFORM

           MOVE SPACES TO TURMA-REL-LINHA
           STRING 'TOTAL DA UNIDADE ' DELIMITED BY SIZE
               WRK-UNIDADE-TURMA DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE UT-APROVADO(WRK-UNIDIDX)    TO WRK-GER-APROVADO
           MOVE UT-RECUPERACAO(WRK-UNIDIDX) TO WRK-GER-RECUPERACAO
           MOVE UT-REPROVADO(WRK-UNIDIDX)   TO WRK-GER-REPROVADO
           MOVE UT-FALTA(WRK-UNIDIDX)       TO WRK-GER-FALTA
           MOVE UT-OUTRAS(WRK-UNIDIDX)      TO WRK-GER-OUTRAS
           PERFORM ESCREVE-CONTAGENS-TOTAL.

      ******************************************************************
      * ESCREVE-CONSOLIDADO - Soma as unidades no total consolidado.
      ******************************************************************
       ESCREVE-CONSOLIDADO.
           MOVE 0 TO WRK-GER-APROVADO
           MOVE 0 TO WRK-GER-RECUPERACAO
           MOVE 0 TO WRK-GER-REPROVADO
           MOVE 0 TO WRK-GER-FALTA
           MOVE 0 TO WRK-GER-OUTRAS
           PERFORM VARYING WRK-UNIDIDX FROM 1 BY 1
               UNTIL WRK-UNIDIDX > WRK-QTD-UNIDADES
               ADD UT-APROVADO(WRK-UNIDIDX)    TO WRK-GER-APROVADO
               ADD UT-RECUPERACAO(WRK-UNIDIDX) TO WRK-GER-RECUPERACAO
               ADD UT-REPROVADO(WRK-UNIDIDX)   TO WRK-GER-REPROVADO
               ADD UT-FALTA(WRK-UNIDIDX)       TO WRK-GER-FALTA
               ADD UT-OUTRAS(WRK-UNIDIDX)      TO WRK-GER-OUTRAS
           END-PERFORM
           MOVE 'TOTAL CONSOLIDADO - TODAS AS UNIDADES'
               TO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           PERFORM ESCREVE-CONTAGENS-TOTAL.

      ******************************************************************
      * ESCREVE-CONTAGENS-TOTAL - Contagens WRK-GER-* e o percentual de
      * aprovacao de um total (da unidade ou consolidado).
      ******************************************************************
       ESCREVE-CONTAGENS-TOTAL.
           MOVE WRK-GER-APROVADO TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  APROVADO           : ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE WRK-GER-RECUPERACAO TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  EM RECUPERACAO     : ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE WRK-GER-REPROVADO TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  REPROVADO          : ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE WRK-GER-FALTA TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  REPROVADO POR FALTA: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE WRK-GER-OUTRAS TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  OUTRAS SITUACOES   : ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           COMPUTE WRK-TOTAL-TURMA = WRK-GER-APROVADO +
               WRK-GER-RECUPERACAO + WRK-GER-REPROVADO +
               WRK-GER-FALTA + WRK-GER-OUTRAS
           IF WRK-TOTAL-TURMA > 0
               COMPUTE WRK-PERC-APROV =
                   (WRK-GER-APROVADO * 100) / WRK-TOTAL-TURMA
               MOVE WRK-PERC-APROV TO WRK-QTD-ED
               MOVE SPACES TO TURMA-REL-LINHA
               STRING '  APROVACAO          : ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' %' DELIMITED BY SIZE
                   INTO TURMA-REL-LINHA
               WRITE TURMA-REL-LINHA
           END-IF
           MOVE SPACES TO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA.

      ******************************************************************
      * ESCREVE-BLOCO-TURMA - Bloco da turma corrente: abertura com
      * turma, materia e instrutor, o histograma de situacoes e o
      * percentual de aprovacao, fechado por linha em branco.
      ******************************************************************
       ESCREVE-BLOCO-TURMA.
           MOVE SPACES TO TURMA-REL-LINHA
           STRING 'TURMA: ' DELIMITED BY SIZE
               TT-CODIGO(WRK-TURMAIDX) DELIMITED BY SIZE
               ' MATERIA: ' DELIMITED BY SIZE
               TT-MATERIA(WRK-TURMAIDX) DELIMITED BY SIZE
               ' INSTR: ' DELIMITED BY SIZE
               TT-INSTR-COD(WRK-TURMAIDX) DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE SPACES TO TURMA-REL-LINHA
           STRING 'INSTRUTOR: ' DELIMITED BY SIZE
               TT-INSTRUTOR(WRK-TURMAIDX) DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA

           MOVE TT-APROVADO(WRK-TURMAIDX) TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  APROVADO           : ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE TT-RECUPERACAO(WRK-TURMAIDX) TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  EM RECUPERACAO     : ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE TT-REPROVADO(WRK-TURMAIDX) TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  REPROVADO          : ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE TT-FALTA(WRK-TURMAIDX) TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  REPROVADO POR FALTA: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA
           MOVE TT-OUTRAS(WRK-TURMAIDX) TO WRK-QTD-ED
           MOVE SPACES TO TURMA-REL-LINHA
           STRING '  OUTRAS SITUACOES   : ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA

           COMPUTE WRK-TOTAL-TURMA =
               TT-APROVADO(WRK-TURMAIDX) +
               TT-RECUPERACAO(WRK-TURMAIDX) +
               TT-REPROVADO(WRK-TURMAIDX) +
               TT-FALTA(WRK-TURMAIDX) +
               TT-OUTRAS(WRK-TURMAIDX)
           IF WRK-TOTAL-TURMA > 0
               COMPUTE WRK-PERC-APROV =
                   (TT-APROVADO(WRK-TURMAIDX) * 100)
                   / WRK-TOTAL-TURMA
               MOVE WRK-PERC-APROV TO WRK-QTD-ED
               MOVE SPACES TO TURMA-REL-LINHA
               STRING '  APROVACAO DA TURMA : ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' %' DELIMITED BY SIZE
                   INTO TURMA-REL-LINHA
               WRITE TURMA-REL-LINHA
           END-IF

           MOVE SPACES TO TURMA-REL-LINHA
           WRITE TURMA-REL-LINHA.

      ******************************************************************
