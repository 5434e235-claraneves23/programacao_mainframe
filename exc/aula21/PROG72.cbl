      *  VENCIDA E IMPRIME UMA LINHA POR FATURA NAS FAIXAS DE ATE 30,
      *  31-60, 61-90 E MAIS DE 90 DIAS, COM TOTAIS DE QUANTIDADE E
      *  VALOR POR FAIXA, PARA
      *  QUE A INADIMPLENCIA APAREZCA ANTES DA DIPLOMACAO. A SAIDA E
      *  REGISTRADA NO REPOSITORIO DE RELATORIOS (PROG95) PARA A
      *  DISTRIBUICAO POR FAIXA PELO PROG153.
      *  O RELATORIO QUEBRA POR UNIDADE (CAMPUS) DA FATURA - UM BLOCO
      *  POR UNIDADE COM AS SUAS FAIXAS E SUBTOTAIS - E TERMINA COM O
      *  TOTAL CONSOLIDADO DE TODAS AS UNIDADES. A LINHA DE DETALHE
      *  NAO MUDA DE FORMATO (CHAVE DA DISTRIBUICAO POR FAIXA).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77 WRK-VAL-60        PIC 9(09)V99 VALUE 0.
       77 WRK-VAL-90        PIC 9(09)V99 VALUE 0.
       77 WRK-VAL-90MAIS    PIC 9(09)V99 VALUE 0.
       77 WRK-UNI-VENC      PIC 9(05) VALUE 0.
       77 WRK-UNI-QTD-30    PIC 9(05) VALUE 0.
       77 WRK-UNI-QTD-60    PIC 9(05) VALUE 0.
       77 WRK-UNI-QTD-90    PIC 9(05) VALUE 0.
       77 WRK-UNI-QTD-90MAIS PIC 9(05) VALUE 0.
       77 WRK-UNI-VAL-30    PIC 9(09)V99 VALUE 0.
       77 WRK-UNI-VAL-60    PIC 9(09)V99 VALUE 0.
       77 WRK-UNI-VAL-90    PIC 9(09)V99 VALUE 0.
       77 WRK-UNI-VAL-90MAIS PIC 9(09)V99 VALUE 0.
       77 WRK-FAT-UNIDADE   PIC X(04) VALUE SPACES.
       77 WRK-QTD-UNIDADES  PIC 9(02) VALUE 0.
       77 WRK-UNIDIDX       PIC 9(02) VALUE 0.
       77 WRK-BUSCAIDX      PIC 9(02) VALUE 0.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA         VALUE 'S'.
       77 WRK-PASSO         PIC X(01) VALUE 'U'.
           88 PASSO-UNIDADE        VALUE 'U'.
           88 PASSO-DEMAIS         VALUE 'D'.
       77 WRK-ROTULO        PIC X(23) VALUE SPACES.
       77 WRK-QTD-LINHA     PIC 9(05) VALUE 0.
       77 WRK-VAL-LINHA     PIC 9(09)V99 VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZ9.
       77 WRK-DIAS-ED       PIC ZZZZ9.
       77 WRK-VALOR-SAI     PIC Z,ZZZ,ZZZ,ZZ9.99.
       COPY MSGPARM.
       COPY DATAPARM.
       COPY REPPARM.
       COPY UNIPARM.
      * unidades com fatura vencida em aberto, na ordem em que
      * aparecem no mestre de faturas
       01 TABELA-UNIDADES.
          05 UT-ENTRY OCCURS 10 TIMES.
             10 UT-CODIGO      PIC X(04).
             10 UT-NOME        PIC X(30).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT AGFAT-REL-FILE
               PERFORM MONTA-UNIDADES
               MOVE 'U' TO WRK-PASSO
               PERFORM VARYING WRK-UNIDIDX FROM 1 BY 1
                   UNTIL WRK-UNIDIDX > WRK-QTD-UNIDADES
                   PERFORM ESCREVE-UNIDADE
               END-PERFORM
               IF TABELA-CHEIA
                   MOVE 'D' TO WRK-PASSO
                   PERFORM ESCREVE-UNIDADE
               END-IF
               PERFORM ESCREVE-TOTAIS
               CLOSE AGFAT-REL-FILE
               PERFORM REGISTRA-REPOSITORIO
               CLOSE FATURA-MASTER-FILE
           END-IF

           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * MONTA-UNIDADES - Primeira passada no mestre de faturas: conta
      * as faturas lidas e monta a tabela das unidades que tem fatura
      * aberta vencida, com o nome do mestre de unidades.
      ******************************************************************
       MONTA-UNIDADES.
           MOVE 0 TO WRK-QTD-UNIDADES
           MOVE 'N' TO WRK-TABELA-CHEIA
           MOVE 'N' TO WRK-FIM-FAT
           MOVE 0 TO FA-NUMERO
           START FATURA-MASTER-FILE KEY IS NOT LESS THAN FA-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FAT
           END-START
           PERFORM UNTIL FIM-FAT
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   ADD 1 TO WRK-TOTAL-LIDAS
                   IF FA-ABERTA AND FA-DATA-VENC < WRK-CD-DATA
                       PERFORM LOCALIZA-UNIDADE
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * LOCALIZA-UNIDADE - Posiciona WRK-BUSCAIDX na entrada da unidade
      * da fatura corrente, criando-a na primeira vez. Com a tabela
      * cheia, as unidades que sobram saem juntas num ultimo bloco.
      ******************************************************************
       LOCALIZA-UNIDADE.
           PERFORM PROCURA-UNIDADE
           IF WRK-BUSCAIDX > WRK-QTD-UNIDADES
               IF WRK-QTD-UNIDADES >= 10
                   IF NOT TABELA-CHEIA
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       MOVE 'ACD0161W' TO MP-ID
                       MOVE SPACES TO MP-TEXTO
                       STRING 'TABELA DE UNIDADES CHEIA. UNIDADE '
                           DELIMITED BY SIZE
                           WRK-FAT-UNIDADE DELIMITED BY SIZE
                           ' E SEGUINTES EM DEMAIS UNIDADES.'
                           DELIMITED BY SIZE
                           INTO MP-TEXTO
                       PERFORM EMITE-MENSAGEM
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTD-UNIDADES
                   MOVE WRK-QTD-UNIDADES TO WRK-BUSCAIDX
                   MOVE WRK-FAT-UNIDADE TO UT-CODIGO(WRK-BUSCAIDX)
                   MOVE 'V' TO UNP-OPERACAO
                   MOVE WRK-FAT-UNIDADE TO UNP-CODIGO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   MOVE UNP-NOME TO UT-NOME(WRK-BUSCAIDX)
               END-IF
           END-IF.

      ******************************************************************
      * PROCURA-UNIDADE - Procura na tabela a unidade da fatura
      * corrente (branco vale 'SEDE'); WRK-BUSCAIDX passa da ultima
      * entrada quando nao acha.
      ******************************************************************
       PROCURA-UNIDADE.
           MOVE FA-UNIDADE TO WRK-FAT-UNIDADE
           IF WRK-FAT-UNIDADE = SPACES
               MOVE 'SEDE' TO WRK-FAT-UNIDADE
           END-IF
           PERFORM VARYING WRK-BUSCAIDX FROM 1 BY 1
               UNTIL WRK-BUSCAIDX > WRK-QTD-UNIDADES
               OR UT-CODIGO(WRK-BUSCAIDX) = WRK-FAT-UNIDADE
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * ESCREVE-UNIDADE - Bloco de uma unidade: cabecalho, uma linha
      * por fatura vencida da unidade e os subtotais por faixa. No
      * passo de demais unidades (tabela cheia) o bloco junta as
      * faturas das unidades que nao couberam na tabela.
      ******************************************************************
       ESCREVE-UNIDADE.
           MOVE 0 TO WRK-UNI-VENC
           MOVE 0 TO WRK-UNI-QTD-30
           MOVE 0 TO WRK-UNI-QTD-60
           MOVE 0 TO WRK-UNI-QTD-90
           MOVE 0 TO WRK-UNI-QTD-90MAIS
           MOVE 0 TO WRK-UNI-VAL-30
           MOVE 0 TO WRK-UNI-VAL-60
           MOVE 0 TO WRK-UNI-VAL-90
           MOVE 0 TO WRK-UNI-VAL-90MAIS

           MOVE SPACES TO AGFAT-REL-LINHA
           IF PASSO-DEMAIS
               MOVE 'UNIDADE: DEMAIS UNIDADES (TABELA CHEIA)'
                   TO AGFAT-REL-LINHA
           ELSE
               STRING 'UNIDADE: ' DELIMITED BY SIZE
                   UT-CODIGO(WRK-UNIDIDX) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   UT-NOME(WRK-UNIDIDX) DELIMITED BY SIZE
                   INTO AGFAT-REL-LINHA
           END-IF
           WRITE AGFAT-REL-LINHA

           PERFORM VARRE-FATURAS

           MOVE SPACES TO AGFAT-REL-LINHA
           IF PASSO-DEMAIS
               MOVE 'TOTAL DAS DEMAIS UNIDADES' TO AGFAT-REL-LINHA
           ELSE
               STRING 'TOTAL DA UNIDADE ' DELIMITED BY SIZE
                   UT-CODIGO(WRK-UNIDIDX) DELIMITED BY SIZE
                   INTO AGFAT-REL-LINHA
           END-IF
           WRITE AGFAT-REL-LINHA

           MOVE 'FAIXA ATE 30 DIAS....: ' TO WRK-ROTULO
           MOVE WRK-UNI-QTD-30 TO WRK-QTD-LINHA
           MOVE WRK-UNI-VAL-30 TO WRK-VAL-LINHA
           PERFORM ESCREVE-LINHA-FAIXA
           MOVE 'FAIXA 31 A 60 DIAS...: ' TO WRK-ROTULO
           MOVE WRK-UNI-QTD-60 TO WRK-QTD-LINHA
           MOVE WRK-UNI-VAL-60 TO WRK-VAL-LINHA
           PERFORM ESCREVE-LINHA-FAIXA
           MOVE 'FAIXA 61 A 90 DIAS...: ' TO WRK-ROTULO
           MOVE WRK-UNI-QTD-90 TO WRK-QTD-LINHA
           MOVE WRK-UNI-VAL-90 TO WRK-VAL-LINHA
           PERFORM ESCREVE-LINHA-FAIXA
           MOVE 'FAIXA ACIMA DE 90....: ' TO WRK-ROTULO
           MOVE WRK-UNI-QTD-90MAIS TO WRK-QTD-LINHA
           MOVE WRK-UNI-VAL-90MAIS TO WRK-VAL-LINHA
           PERFORM ESCREVE-LINHA-FAIXA

           MOVE WRK-UNI-VENC TO WRK-TOTAL-ED
           MOVE SPACES TO AGFAT-REL-LINHA
           STRING 'FATURAS VENCIDAS DA UNIDADE: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AGFAT-REL-LINHA
           WRITE AGFAT-REL-LINHA

           MOVE SPACES TO AGFAT-REL-LINHA
           WRITE AGFAT-REL-LINHA.

      ******************************************************************
      * VARRE-FATURAS - Percorre o mestre de faturas inteiro e
      * envelhece cada fatura aberta vencida da unidade do bloco
      * corrente (ou, no passo de demais unidades, das que ficaram
      * fora da tabela).
      ******************************************************************
       VARRE-FATURAS.
           MOVE 'N' TO WRK-FIM-FAT
                       MOVE 'S' TO WRK-FIM-FAT
               END-READ
               IF NOT FIM-FAT
                   IF FA-ABERTA AND FA-DATA-VENC < WRK-CD-DATA
                       PERFORM PROCURA-UNIDADE
                       IF PASSO-DEMAIS
                           IF WRK-BUSCAIDX > WRK-QTD-UNIDADES
                               PERFORM ENVELHECE-FATURA
                           END-IF
                       ELSE
                           IF WRK-BUSCAIDX = WRK-UNIDIDX
                               PERFORM ENVELHECE-FATURA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      ******************************************************************
       ENVELHECE-FATURA.
           ADD 1 TO WRK-TOTAL-VENC
           ADD 1 TO WRK-UNI-VENC
      * os dias de atraso vem do subprograma comum de datas: data de
      * vencimento estragada no mestre nao envelhece, vai para o fim
      * da regua com aviso
                   MOVE '90+' TO WRK-FAIXA
                   ADD 1 TO WRK-QTD-90MAIS
                   ADD FA-SALDO TO WRK-VAL-90MAIS
                   ADD 1 TO WRK-UNI-QTD-90MAIS
                   ADD FA-SALDO TO WRK-UNI-VAL-90MAIS
               WHEN WRK-DIAS-ATRASO > 60
                   MOVE '90 ' TO WRK-FAIXA
                   ADD 1 TO WRK-QTD-90
                   ADD FA-SALDO TO WRK-VAL-90
                   ADD 1 TO WRK-UNI-QTD-90
                   ADD FA-SALDO TO WRK-UNI-VAL-90
               WHEN WRK-DIAS-ATRASO > 30
                   MOVE '60 ' TO WRK-FAIXA
                   ADD 1 TO WRK-QTD-60
                   ADD FA-SALDO TO WRK-VAL-60
                   ADD 1 TO WRK-UNI-QTD-60
                   ADD FA-SALDO TO WRK-UNI-VAL-60
               WHEN OTHER
                   MOVE '30 ' TO WRK-FAIXA
                   ADD 1 TO WRK-QTD-30
                   ADD FA-SALDO TO WRK-VAL-30
                   ADD 1 TO WRK-UNI-QTD-30
                   ADD FA-SALDO TO WRK-UNI-VAL-30
           END-EVALUATE

           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
               INTO AGFAT-REL-LINHA
           WRITE AGFAT-REL-LINHA.

      ******************************************************************
      * ESCREVE-TOTAIS - Total consolidado de todas as unidades, por
      * faixa de atraso.
      ******************************************************************
       ESCREVE-TOTAIS.
           MOVE 'TOTAL CONSOLIDADO - TODAS AS UNIDADES'
               TO AGFAT-REL-LINHA
           WRITE AGFAT-REL-LINHA

           MOVE 'FAIXA ATE 30 DIAS....: ' TO WRK-ROTULO
           MOVE WRK-QTD-30 TO WRK-QTD-LINHA
           MOVE WRK-VAL-30 TO WRK-VAL-LINHA
           PERFORM ESCREVE-LINHA-FAIXA
           MOVE 'FAIXA 31 A 60 DIAS...: ' TO WRK-ROTULO
           MOVE WRK-QTD-60 TO WRK-QTD-LINHA
           MOVE WRK-VAL-60 TO WRK-VAL-LINHA
           PERFORM ESCREVE-LINHA-FAIXA
           MOVE 'FAIXA 61 A 90 DIAS...: ' TO WRK-ROTULO
           MOVE WRK-QTD-90 TO WRK-QTD-LINHA
           MOVE WRK-VAL-90 TO WRK-VAL-LINHA
           PERFORM ESCREVE-LINHA-FAIXA
           MOVE 'FAIXA ACIMA DE 90....: ' TO WRK-ROTULO
           MOVE WRK-QTD-90MAIS TO WRK-QTD-LINHA
           MOVE WRK-VAL-90MAIS TO WRK-VAL-LINHA
           PERFORM ESCREVE-LINHA-FAIXA

           MOVE WRK-TOTAL-VENC TO WRK-TOTAL-ED
           MOVE SPACES TO AGFAT-REL-LINHA
           STRING 'TOTAL DE FATURAS VENCIDAS: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AGFAT-REL-LINHA
           WRITE AGFAT-REL-LINHA.

      ******************************************************************
      * ESCREVE-LINHA-FAIXA - Linha de total de uma faixa: rotulo em
      * WRK-ROTULO, quantidade e valor em WRK-QTD-LINHA/WRK-VAL-LINHA.
      ******************************************************************
       ESCREVE-LINHA-FAIXA.
           MOVE WRK-QTD-LINHA TO WRK-TOTAL-ED
           MOVE WRK-VAL-LINHA TO WRK-VALOR-SAI
           MOVE SPACES TO AGFAT-REL-LINHA
           STRING WRK-ROTULO DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' FATURAS  VALOR ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO AGFAT-REL-LINHA
           WRITE AGFAT-REL-LINHA.

      ******************************************************************
      * REGISTRA-REPOSITORIO - Registra a saida da rodada no catalogo
      * do repositorio de relatorios (rotina comum PROG95), com o
      * dataset base sem referencia relativa de geracao.
      ******************************************************************
       REGISTRA-REPOSITORIO.
           MOVE 'AGFATREL'      TO RPP-RELATORIO
           MOVE 'PROD.AGFATREL' TO RPP-GERACAO
           MOVE WRK-TOTAL-VENC  TO RPP-LINHAS
           CALL 'PROG95' USING REPOSITORIO-PARAMETROS.

      ******************************************************************
      * EMITE-MENSAGEM - Emite a condicao de operacao corrente pela
      * rotina comum de mensagens (identificador estavel + texto de
