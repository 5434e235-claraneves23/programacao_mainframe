      *  CUSTO MEDIO CORRENTE (MANTIDO PELA MEDIA PONDERADA DO
      *  RECEBIMENTO), COM O TOTAL GERAL - O NUMERO QUE A
      *  CONTABILIDADE LEVA PARA OS LIVROS.
      *  A VALORIZACAO QUEBRA POR UNIDADE (CAMPUS): A QUANTIDADE DE
      *  CADA MATERIAL NA UNIDADE E A SOMA DOS SALDOS POR LOCAL
      *  (ESTOQLOC) DOS LOCAIS DA UNIDADE (LOCESTQ); O QUE O SALDO
      *  DO MESTRE TIVER ALEM DA SOMA DOS LOCAIS (MATERIAL SEM SALDO
      *  POR LOCAL) FICA NA 'SEDE'. CADA UNIDADE TEM SEU SUBTOTAL E O
      *  TOTAL CONSOLIDADO SEGUE SENDO O SALDO DO MESTRE X CUSTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTQ.
           SELECT LOCAL-ESTOQUE-FILE ASSIGN TO "LOCESTQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODIGO
               FILE STATUS IS WRK-FS-LOCAL.
           SELECT SALDO-LOCAL-FILE ASSIGN TO "ESTOQLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WRK-FS-SALDO.
           SELECT VALORIZACAO-REL-FILE ASSIGN TO "VALESREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY ESTOQMR.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  VALORIZACAO-REL-FILE.
       01  VALORIZACAO-REL-LINHA PIC X(90).
       FD  RUN-CONTROL-FILE.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTQ       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ESTQ      PIC X(01) VALUE 'N'.
       77 WRK-SALDO-SAI     PIC -ZZZZZ9.99.
       77 WRK-CUSTO-SAI     PIC ZZZZZ9.99.
       77 WRK-VALOR-SAI     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WRK-FIM-LOCAL     PIC X(01) VALUE 'N'.
           88 FIM-LOCAL            VALUE 'S'.
       77 WRK-FIM-SALDO     PIC X(01) VALUE 'N'.
           88 FIM-SALDO            VALUE 'S'.
       77 WRK-TEM-LOCAIS    PIC X(01) VALUE 'N'.
           88 LOCAIS-IMPLANTADOS   VALUE 'S'.
       77 WRK-TEM-SALDOS    PIC X(01) VALUE 'N'.
           88 SALDOS-IMPLANTADOS   VALUE 'S'.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA         VALUE 'S'.
       77 WRK-PASSO         PIC X(01) VALUE 'U'.
           88 PASSO-UNIDADE        VALUE 'U'.
           88 PASSO-DEMAIS         VALUE 'D'.
       77 WRK-LOC-UNIDADE   PIC X(04) VALUE SPACES.
       77 WRK-QTD-UNIDADES  PIC 9(02) VALUE 0.
       77 WRK-UNIDIDX       PIC 9(02) VALUE 0.
       77 WRK-BUSCAIDX      PIC 9(02) VALUE 0.
       77 WRK-QTD-UNIDADE   PIC S9(07)V99 VALUE 0.
       77 WRK-QTD-LOCAIS    PIC S9(07)V99 VALUE 0.
       77 WRK-VALOR-UNIDADE PIC S9(13)V99 VALUE 0.
       77 WRK-ITENS-UNIDADE PIC 9(05) VALUE 0.
       COPY UNIPARM.
      * unidades dos locais de estoque; a 'SEDE' e sempre a primeira
       01 TABELA-UNIDADES.
          05 UT-ENTRY OCCURS 10 TIMES.
             10 UT-CODIGO      PIC X(04).
             10 UT-NOME        PIC X(30).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
               MOVE SPACES TO VALORIZACAO-REL-LINHA
               WRITE VALORIZACAO-REL-LINHA

               PERFORM ABRE-LOCAIS
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
               PERFORM ESCREVE-TOTAL

               CLOSE VALORIZACAO-REL-FILE
               IF LOCAIS-IMPLANTADOS
                   CLOSE LOCAL-ESTOQUE-FILE
               END-IF
               IF SALDOS-IMPLANTADOS
                   CLOSE SALDO-LOCAL-FILE
               END-IF
               CLOSE ESTOQUE-FILE
           END-IF

           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * ABRE-LOCAIS - Abre o cadastro de locais e os saldos por local.
      * Sem eles (ainda nao implantados) todo o estoque e da 'SEDE'.
      ******************************************************************
       ABRE-LOCAIS.
           MOVE 'N' TO WRK-TEM-LOCAIS
           MOVE 'N' TO WRK-TEM-SALDOS
           OPEN INPUT LOCAL-ESTOQUE-FILE
           IF WRK-FS-LOCAL = '00'
               MOVE 'S' TO WRK-TEM-LOCAIS
           END-IF
           OPEN INPUT SALDO-LOCAL-FILE
           IF WRK-FS-SALDO = '00'
               MOVE 'S' TO WRK-TEM-SALDOS
           END-IF
           IF NOT LOCAIS-IMPLANTADOS OR NOT SALDOS-IMPLANTADOS
               DISPLAY 'SALDOS POR LOCAL NAO IMPLANTADOS (PROG138). '
                   'ESTOQUE VALORIZADO TODO NA SEDE.'
           END-IF.

      ******************************************************************
      * MONTA-UNIDADES - Monta a tabela das unidades com a 'SEDE' na
      * primeira entrada e as demais na ordem do cadastro de locais,
      * com o nome do mestre de unidades.
      ******************************************************************
       MONTA-UNIDADES.
           MOVE 0 TO WRK-QTD-UNIDADES
           MOVE 'N' TO WRK-TABELA-CHEIA
           MOVE 'SEDE' TO WRK-LOC-UNIDADE
           PERFORM LOCALIZA-UNIDADE
           IF LOCAIS-IMPLANTADOS
               MOVE 'N' TO WRK-FIM-LOCAL
               MOVE SPACES TO LO-CODIGO
               START LOCAL-ESTOQUE-FILE
                   KEY IS NOT LESS THAN LO-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LOCAL
               END-START
               PERFORM UNTIL FIM-LOCAL
                   READ LOCAL-ESTOQUE-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-LOCAL
                   END-READ
                   IF NOT FIM-LOCAL
                       MOVE LO-UNIDADE TO WRK-LOC-UNIDADE
                       IF WRK-LOC-UNIDADE = SPACES
                           MOVE 'SEDE' TO WRK-LOC-UNIDADE
                       END-IF
                       PERFORM LOCALIZA-UNIDADE
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * LOCALIZA-UNIDADE - Inclui na tabela a unidade WRK-LOC-UNIDADE
      * se ainda nao estiver la. Com a tabela cheia, as unidades que
      * sobram saem juntas num ultimo bloco.
      ******************************************************************
       LOCALIZA-UNIDADE.
           PERFORM PROCURA-UNIDADE
           IF WRK-BUSCAIDX > WRK-QTD-UNIDADES
               IF WRK-QTD-UNIDADES >= 10
                   IF NOT TABELA-CHEIA
                       MOVE 'S' TO WRK-TABELA-CHEIA
                       DISPLAY 'TABELA DE UNIDADES CHEIA. UNIDADE '
                           WRK-LOC-UNIDADE
                           ' E SEGUINTES EM DEMAIS UNIDADES.'
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTD-UNIDADES
                   MOVE WRK-QTD-UNIDADES TO WRK-BUSCAIDX
                   MOVE WRK-LOC-UNIDADE TO UT-CODIGO(WRK-BUSCAIDX)
                   MOVE 'V' TO UNP-OPERACAO
                   MOVE WRK-LOC-UNIDADE TO UNP-CODIGO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   MOVE UNP-NOME TO UT-NOME(WRK-BUSCAIDX)
               END-IF
           END-IF.

       PROCURA-UNIDADE.
           PERFORM VARYING WRK-BUSCAIDX FROM 1 BY 1
               UNTIL WRK-BUSCAIDX > WRK-QTD-UNIDADES
               OR UT-CODIGO(WRK-BUSCAIDX) = WRK-LOC-UNIDADE
               CONTINUE
           END-PERFORM.

      ******************************************************************
      * ESCREVE-UNIDADE - Bloco de uma unidade: cabecalho, uma linha
      * por material com quantidade na unidade e o subtotal. No passo
      * da primeira unidade (a 'SEDE') conta tambem os materiais e o
      * total do mestre para o consolidado.
      ******************************************************************
       ESCREVE-UNIDADE.
           MOVE 0 TO WRK-VALOR-UNIDADE
           MOVE 0 TO WRK-ITENS-UNIDADE
           MOVE SPACES TO VALORIZACAO-REL-LINHA
           IF PASSO-DEMAIS
               MOVE 'UNIDADE: DEMAIS UNIDADES (TABELA CHEIA)'
                   TO VALORIZACAO-REL-LINHA
           ELSE
               STRING 'UNIDADE: ' DELIMITED BY SIZE
                   UT-CODIGO(WRK-UNIDIDX) DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   UT-NOME(WRK-UNIDIDX) DELIMITED BY SIZE
                   INTO VALORIZACAO-REL-LINHA
           END-IF
           WRITE VALORIZACAO-REL-LINHA

           PERFORM VARRE-ESTOQUE

           MOVE WRK-VALOR-UNIDADE TO WRK-VALOR-SAI
           MOVE SPACES TO VALORIZACAO-REL-LINHA
           IF PASSO-DEMAIS
               STRING 'SUBTOTAL DAS DEMAIS UNIDADES (' DELIMITED BY SIZE
                   WRK-ITENS-UNIDADE DELIMITED BY SIZE
                   ' MATERIAIS): ' DELIMITED BY SIZE
                   WRK-VALOR-SAI DELIMITED BY SIZE
                   INTO VALORIZACAO-REL-LINHA
           ELSE
               STRING 'SUBTOTAL DA UNIDADE ' DELIMITED BY SIZE
                   UT-CODIGO(WRK-UNIDIDX) DELIMITED BY SIZE
                   ' (' DELIMITED BY SIZE
                   WRK-ITENS-UNIDADE DELIMITED BY SIZE
                   ' MATERIAIS): ' DELIMITED BY SIZE
                   WRK-VALOR-SAI DELIMITED BY SIZE
                   INTO VALORIZACAO-REL-LINHA
           END-IF
           WRITE VALORIZACAO-REL-LINHA
           MOVE SPACES TO VALORIZACAO-REL-LINHA
           WRITE VALORIZACAO-REL-LINHA.

       VARRE-ESTOQUE.
           MOVE 'N' TO WRK-FIM-ESTQ
           MOVE SPACES TO EM-CODIGO
                       MOVE 'S' TO WRK-FIM-ESTQ
               END-READ
               IF NOT FIM-ESTQ
                   IF PASSO-UNIDADE AND WRK-UNIDIDX = 1
                       ADD 1 TO WRK-TOTAL-ITENS
                       COMPUTE WRK-VALOR-ITEM = EM-SALDO * EM-CUSTO-UNIT
                       ADD WRK-VALOR-ITEM TO WRK-VALOR-TOTAL
                   END-IF
                   PERFORM APURA-QTD-UNIDADE
                   IF WRK-QTD-UNIDADE NOT = 0
                       ADD 1 TO WRK-ITENS-UNIDADE
                       PERFORM ESCREVE-LINHA-ITEM
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APURA-QTD-UNIDADE - Quantidade do material corrente na unidade
      * do bloco: soma os saldos por local dos locais da unidade; na
      * 'SEDE' soma tambem o que o saldo do mestre tem alem da soma
      * de todos os locais.
      ******************************************************************
       APURA-QTD-UNIDADE.
           MOVE 0 TO WRK-QTD-UNIDADE
           MOVE 0 TO WRK-QTD-LOCAIS
           IF LOCAIS-IMPLANTADOS AND SALDOS-IMPLANTADOS
               MOVE 'N' TO WRK-FIM-SALDO
               MOVE EM-CODIGO TO EL-CODIGO
               MOVE SPACES TO EL-LOCAL
               START SALDO-LOCAL-FILE KEY IS NOT LESS THAN EL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-SALDO
               END-START
               PERFORM UNTIL FIM-SALDO
                   READ SALDO-LOCAL-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-SALDO
                   END-READ
                   IF NOT FIM-SALDO
                       IF EL-CODIGO NOT = EM-CODIGO
                           MOVE 'S' TO WRK-FIM-SALDO
                       ELSE
                           ADD EL-SALDO TO WRK-QTD-LOCAIS
                           PERFORM UNIDADE-DO-LOCAL
                           PERFORM PROCURA-UNIDADE
                           IF (PASSO-UNIDADE
                               AND WRK-BUSCAIDX = WRK-UNIDIDX)
                               OR (PASSO-DEMAIS
                               AND WRK-BUSCAIDX > WRK-QTD-UNIDADES)
                               ADD EL-SALDO TO WRK-QTD-UNIDADE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF PASSO-UNIDADE AND WRK-UNIDIDX = 1
               COMPUTE WRK-QTD-UNIDADE = WRK-QTD-UNIDADE
                   + EM-SALDO - WRK-QTD-LOCAIS
           END-IF.

      ******************************************************************
      * UNIDADE-DO-LOCAL - Unidade do local do saldo corrente; local
      * sem cadastro ou sem unidade vale 'SEDE'.
      ******************************************************************
       UNIDADE-DO-LOCAL.
           MOVE EL-LOCAL TO LO-CODIGO
           READ LOCAL-ESTOQUE-FILE
               INVALID KEY
                   MOVE SPACES TO LO-UNIDADE
           END-READ
           MOVE LO-UNIDADE TO WRK-LOC-UNIDADE
           IF WRK-LOC-UNIDADE = SPACES
               MOVE 'SEDE' TO WRK-LOC-UNIDADE
           END-IF.

       ESCREVE-LINHA-ITEM.
           COMPUTE WRK-VALOR-ITEM = WRK-QTD-UNIDADE * EM-CUSTO-UNIT
           ADD WRK-VALOR-ITEM TO WRK-VALOR-UNIDADE
           MOVE WRK-QTD-UNIDADE TO WRK-SALDO-SAI
           MOVE EM-CUSTO-UNIT TO WRK-CUSTO-SAI
           MOVE WRK-VALOR-ITEM TO WRK-VALOR-SAI
           MOVE SPACES TO VALORIZACAO-REL-LINHA
           WRITE VALORIZACAO-REL-LINHA.

       ESCREVE-TOTAL.
           MOVE 'TOTAL CONSOLIDADO - TODAS AS UNIDADES'
               TO VALORIZACAO-REL-LINHA
           WRITE VALORIZACAO-REL-LINHA
           MOVE WRK-VALOR-TOTAL TO WRK-VALOR-SAI
           MOVE SPACES TO VALORIZACAO-REL-LINHA
