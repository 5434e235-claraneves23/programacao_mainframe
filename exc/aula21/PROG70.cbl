      *  (MATRICULA-TURMA), PRECIFICADAS PELA TABELA DE MENSALIDADES;
      *  GRAVA O MESTRE DE FATURAS, O ARQUIVO DE INTERFACE LEGIVEL
      *  POR MAQUINA E O FORMULARIO IMPRESSO, SUBSTITUINDO A COBRANCA
      *  EM PAPEL DA SECRETARIA. CADA FATURA EMITIDA E AVISADA AO
      *  ALUNO E AO RESPONSAVEL POR E-MAIL/SMS PELA CAIXA DE SAIDA DE
      *  NOTIFICACOES (ROTINA COMUM PROG130). COM PARM='LEMBRETE'
      *  (RODADA NOTURNA) NAO FATURA: SO AVISA AS FATURAS EM ABERTO
      *  QUE VENCEM ATE OS DIAS DE ANTECEDENCIA DO AVISPARM. A FATURA
      *  LEVA A UNIDADE (CAMPUS) DO ALUNO, E O RESUMO DA RODADA ABRE
      *  ALUNOS, FATURAS E VALOR FATURADO POR UNIDADE ANTES DO TOTAL
      *  CONSOLIDADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-REL-FILE ASSIGN TO "FATREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATREL.
           SELECT AVISO-PARM-FILE ASSIGN TO "AVISPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AVISO.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
           COPY FATARQ.
       FD  FATURA-REL-FILE.
           COPY FATREL.
       FD  AVISO-PARM-FILE.
           COPY AVISPARM.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
           88 ALUNO-JA-FATURADO    VALUE 'S'.
       77 WRK-ALUNO-ID      PIC X(14) VALUE SPACES.
       77 WRK-ALUNO-NOME    PIC X(30) VALUE SPACES.
       77 WRK-ALUNO-UNIDADE PIC X(04) VALUE SPACES.
       77 WRK-VALOR-FATURA  PIC 9(07)V99 VALUE 0.
       77 WRK-FS-BOLSA      PIC X(02) VALUE SPACES.
       77 WRK-PCT-BOLSA     PIC 9(03) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZ9.
       77 WRK-VALOR-SAI     PIC Z,ZZZ,ZZ9.99.
       77 WRK-IDX           PIC 9(03) VALUE 0.
       77 WRK-FS-AVISO      PIC X(02) VALUE SPACES.
       77 WRK-MODO          PIC X(01) VALUE 'F'.
           88 MODO-LEMBRETE        VALUE 'L'.
       77 WRK-DIAS-LEMBRETE PIC 9(02) VALUE 3.
       77 WRK-LIMITE-INT    PIC 9(08) VALUE 0.
       77 WRK-DATA-LIMITE   PIC X(08) VALUE SPACES.
       77 WRK-TOTAL-LIDAS   PIC 9(05) VALUE 0.
       77 WRK-TOTAL-AVISOS  PIC 9(05) VALUE 0.
       77 WRK-TOTAL-VALOR   PIC 9(09)V99 VALUE 0.
       77 WRK-TOTAL-VALOR-SAI PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-QTD-UNIDADES  PIC 9(02) VALUE 0.
       77 WRK-UNIDIDX       PIC 9(02) VALUE 0.
       COPY MSGPARM.
       COPY NOTPARM.
       COPY UNIPARM.

       01 TABELA-UNIDADES.
          05 UT-ENTRY OCCURS 10 TIMES.
             10 UT-CODIGO      PIC X(04).
             10 UT-NOME        PIC X(30).
             10 UT-ALUNOS      PIC 9(05).
             10 UT-FATURAS     PIC 9(05).
             10 UT-VALOR       PIC 9(09)V99.

       01 TABELA-ITENS.
          05 ITM-ENTRY OCCURS 20 TIMES.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(10).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           IF PARM-TAM > 0 AND PARM-TEXTO(1:8) = 'LEMBRETE'
               MOVE 'L' TO WRK-MODO
           END-IF
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL

           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           IF MODO-LEMBRETE
               PERFORM LEMBRA-VENCIMENTOS
           ELSE
               PERFORM RODADA-FATURAMENTO
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

      ******************************************************************
      * RODADA-FATURAMENTO - Rodada de faturamento do semestre
      * corrente.
      ******************************************************************
       RODADA-FATURAMENTO.
           PERFORM DETERMINA-SEMESTRE
           PERFORM CALCULA-VENCIMENTO

                   PERFORM ESCREVE-RESUMO
                   PERFORM FECHA-ARQUIVOS
               END-IF
           END-IF.

       ABRE-SAIDAS.
           OPEN INPUT TURMA-MASTER-FILE
               END-READ
               IF NOT FIM-ALUNO
                   ADD 1 TO WRK-TOTAL-ALUNOS
                   MOVE ALUNO-UNIDADE TO WRK-ALUNO-UNIDADE
                   IF WRK-ALUNO-UNIDADE = SPACES
                       MOVE 'SEDE' TO WRK-ALUNO-UNIDADE
                   END-IF
                   PERFORM LOCALIZA-UNIDADE
                   IF WRK-UNIDIDX <= WRK-QTD-UNIDADES
                       ADD 1 TO UT-ALUNOS(WRK-UNIDIDX)
                   END-IF
                   IF ALUNO-ATIVO
                       MOVE ALUNO-ID   TO WRK-ALUNO-ID
                       MOVE ALUNO-NOME TO WRK-ALUNO-NOME
                   IF FA-ALUNO-ID = WRK-ALUNO-ID
                       AND FA-SEMESTRE = WRK-SEMESTRE
                       AND NOT FA-CANCELADA
                       AND FA-MENSALIDADE
                       MOVE 'S' TO WRK-JA-FATURADO
                   END-IF
               END-IF
           MOVE WRK-CD-DATA       TO FA-DATA-EMISSAO
           MOVE WRK-DATA-VENC     TO FA-DATA-VENC
           MOVE 'A'               TO FA-STATUS
           MOVE 'M'               TO FA-TIPO
           MOVE 0                 TO FA-ORIGEM
           MOVE SPACES            TO FA-DATA-ENCARGO
           MOVE SPACES            TO FA-ENCARGO-FIM
           MOVE 0                 TO FA-ACORDO
           MOVE 0                 TO FA-PARCELA
           MOVE SPACES            TO FA-DATA-STATUS
           MOVE WRK-ALUNO-UNIDADE TO FA-UNIDADE
           MOVE SPACES            TO FA-DOCUMENTO
           WRITE FATURA-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-FATURAS
                   ADD WRK-VALOR-FATURA TO WRK-TOTAL-VALOR
                   PERFORM LOCALIZA-UNIDADE
                   IF WRK-UNIDIDX <= WRK-QTD-UNIDADES
                       ADD 1 TO UT-FATURAS(WRK-UNIDIDX)
                       ADD WRK-VALOR-FATURA TO UT-VALOR(WRK-UNIDIDX)
                   END-IF
           END-WRITE

           MOVE WRK-NUMERO-FATURA TO FT-NUMERO
           WRITE FATURA-ARQ-RECORD

           PERFORM IMPRIME-FATURA
           PERFORM REGISTRA-CORRESPONDENCIA
           PERFORM NOTIFICA-FATURA.

      ******************************************************************
      * NOTIFICA-FATURA - Gera pela rotina comum PROG130 o aviso
      * eletronico da fatura recem-emitida, referenciado pelo numero
      * da fatura.
      ******************************************************************
       NOTIFICA-FATURA.
           MOVE WRK-VALOR-FATURA TO WRK-VALOR-SAI
           MOVE 'V'               TO NP-TIPO
           MOVE WRK-ALUNO-ID      TO NP-ALUNO-ID
           MOVE WRK-ALUNO-NOME    TO NP-NOME
           MOVE WRK-NUMERO-FATURA TO NP-REFERENCIA
           MOVE SPACES            TO NP-TEXTO
           STRING 'FATURA NR ' DELIMITED BY SIZE
               WRK-NUMERO-FATURA DELIMITED BY SIZE
               ' DO SEMESTRE ' DELIMITED BY SIZE
               WRK-SEMESTRE DELIMITED BY SIZE
               ' EMITIDA: VALOR ' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-VALOR-SAI) DELIMITED BY SIZE
               ', VENCIMENTO ' DELIMITED BY SIZE
               WRK-DATA-VENC(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-VENC(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WRK-DATA-VENC(1:4) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO NP-TEXTO
           MOVE 'PROG70'          TO NP-PROGRAMA
           CALL 'PROG130' USING NOTIFICACAO-PARAMETROS.

      ******************************************************************
      * LEMBRA-VENCIMENTOS - Modo LEMBRETE: varre o mestre de faturas
      * e avisa cada fatura em aberto com saldo que vence entre hoje e
      * hoje mais os dias de antecedencia do AVISPARM. A rotina comum
      * nao repete o aviso da mesma fatura, entao a rodada diaria
      * avisa cada vencimento uma unica vez.
      ******************************************************************
       LEMBRA-VENCIMENTOS.
           PERFORM CARREGA-DIAS-LEMBRETE
           COMPUTE WRK-LIMITE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WRK-CD-DATA))
               + WRK-DIAS-LEMBRETE
           COMPUTE WRK-LIMITE-INT =
               FUNCTION DATE-OF-INTEGER(WRK-LIMITE-INT)
           MOVE WRK-LIMITE-INT TO WRK-DATA-LIMITE

           OPEN INPUT FATURA-MASTER-FILE
           IF WRK-FS-FAT = '35'
               MOVE 'ACD0061E' TO MP-ID
               MOVE 'MESTRE DE FATURAS VAZIO OU INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ALUNO-MASTER-FILE
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
                       IF FA-ABERTA AND FA-SALDO > 0
                           AND FA-DATA-VENC NOT < WRK-CD-DATA
                           AND FA-DATA-VENC NOT > WRK-DATA-LIMITE
                           PERFORM NOTIFICA-LEMBRETE
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-FS-ALUNO NOT = '35'
                   CLOSE ALUNO-MASTER-FILE
               END-IF
               CLOSE FATURA-MASTER-FILE

               MOVE WRK-TOTAL-AVISOS TO WRK-TOTAL-ED
               MOVE 'ACD0099I' TO MP-ID
               MOVE SPACES TO MP-TEXTO
               STRING 'LEMBRETES DE VENCIMENTO GERADOS: '
                   DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   INTO MP-TEXTO
               PERFORM EMITE-MENSAGEM
           END-IF.

       NOTIFICA-LEMBRETE.
           MOVE SPACES TO ALUNO-NOME
           IF WRK-FS-ALUNO NOT = '35'
               MOVE FA-ALUNO-ID TO ALUNO-ID
               READ ALUNO-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO ALUNO-NOME
               END-READ
           END-IF
           MOVE FA-SALDO TO WRK-VALOR-SAI
           MOVE 'L'         TO NP-TIPO
           MOVE FA-ALUNO-ID TO NP-ALUNO-ID
           MOVE ALUNO-NOME  TO NP-NOME
           MOVE FA-NUMERO   TO NP-REFERENCIA
           MOVE SPACES      TO NP-TEXTO
           STRING 'LEMBRETE: A FATURA NR ' DELIMITED BY SIZE
               FA-NUMERO DELIMITED BY SIZE
               ' VENCE EM ' DELIMITED BY SIZE
               FA-DATA-VENC(7:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FA-DATA-VENC(5:2) DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               FA-DATA-VENC(1:4) DELIMITED BY SIZE
               ' COM SALDO DE ' DELIMITED BY SIZE
               FUNCTION TRIM(WRK-VALOR-SAI) DELIMITED BY SIZE
               '. DESCONSIDERE SE JA PAGOU.' DELIMITED BY SIZE
               INTO NP-TEXTO
           MOVE 'PROG70'    TO NP-PROGRAMA
           CALL 'PROG130' USING NOTIFICACAO-PARAMETROS
           IF NP-STATUS = '0'
               ADD 1 TO WRK-TOTAL-AVISOS
           END-IF.

      ******************************************************************
      * CARREGA-DIAS-LEMBRETE - Dias de antecedencia do lembrete de
      * vencimento (AVISPARM); sem o arquivo valem tres dias.
      ******************************************************************
       CARREGA-DIAS-LEMBRETE.
           MOVE 3 TO WRK-DIAS-LEMBRETE
           OPEN INPUT AVISO-PARM-FILE
           IF WRK-FS-AVISO = '00'
               READ AVISO-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AV-DIAS-LEMBRETE IS NUMERIC
                           MOVE AV-DIAS-LEMBRETE TO WRK-DIAS-LEMBRETE
                       END-IF
               END-READ
               CLOSE AVISO-PARM-FILE
           END-IF.


      ******************************************************************
               INTO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA

           MOVE SPACES TO FATURA-REL-LINHA
           STRING 'UNIDADE ' DELIMITED BY SIZE
               WRK-ALUNO-UNIDADE DELIMITED BY SIZE
               INTO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA

           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TURMAS
               MOVE ITM-VALOR(WRK-IDX) TO WRK-VALOR-SAI
               END-IF
           END-IF.

      ******************************************************************
      * ESCREVE-RESUMO - Resumo da rodada: por unidade, alunos lidos,
      * faturas emitidas e valor faturado; depois o total consolidado
      * com as turmas sem tarifa.
      ******************************************************************
       ESCREVE-RESUMO.
           MOVE SPACES TO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA
           PERFORM VARYING WRK-UNIDIDX FROM 1 BY 1
               UNTIL WRK-UNIDIDX > WRK-QTD-UNIDADES
               PERFORM ESCREVE-RESUMO-UNIDADE
           END-PERFORM

           MOVE 'TOTAL CONSOLIDADO - TODAS AS UNIDADES'
               TO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA
           MOVE WRK-TOTAL-ALUNOS TO WRK-TOTAL-ED
           MOVE SPACES TO FATURA-REL-LINHA
           STRING 'TOTAL DE ALUNOS LIDOS.........: ' DELIMITED BY SIZE
           STRING 'TURMAS SEM TARIFA NA TABELA...: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA

           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-VALOR-SAI
           MOVE SPACES TO FATURA-REL-LINHA
           STRING 'VALOR TOTAL FATURADO..........: ' DELIMITED BY SIZE
               WRK-TOTAL-VALOR-SAI DELIMITED BY SIZE
               INTO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA.

      ******************************************************************
      * ESCREVE-RESUMO-UNIDADE - Linhas do resumo da unidade corrente.
      ******************************************************************
       ESCREVE-RESUMO-UNIDADE.
           MOVE SPACES TO FATURA-REL-LINHA
           STRING 'UNIDADE: ' DELIMITED BY SIZE
               UT-CODIGO(WRK-UNIDIDX) DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               UT-NOME(WRK-UNIDIDX) DELIMITED BY SIZE
               INTO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA

           MOVE UT-ALUNOS(WRK-UNIDIDX) TO WRK-TOTAL-ED
           MOVE SPACES TO FATURA-REL-LINHA
           STRING '  ALUNOS LIDOS................: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA

           MOVE UT-FATURAS(WRK-UNIDIDX) TO WRK-TOTAL-ED
           MOVE SPACES TO FATURA-REL-LINHA
           STRING '  FATURAS EMITIDAS............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA

           MOVE UT-VALOR(WRK-UNIDIDX) TO WRK-TOTAL-VALOR-SAI
           MOVE SPACES TO FATURA-REL-LINHA
           STRING '  VALOR FATURADO..............: ' DELIMITED BY SIZE
               WRK-TOTAL-VALOR-SAI DELIMITED BY SIZE
               INTO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA

           MOVE SPACES TO FATURA-REL-LINHA
           WRITE FATURA-REL-LINHA.

      ******************************************************************
      * LOCALIZA-UNIDADE - Posiciona WRK-UNIDIDX na entrada da unidade
      * do aluno corrente (WRK-ALUNO-UNIDADE) na tabela do resumo,
      * criando-a com o nome do mestre de unidades na primeira vez.
      ******************************************************************
       LOCALIZA-UNIDADE.
           PERFORM VARYING WRK-UNIDIDX FROM 1 BY 1
               UNTIL WRK-UNIDIDX > WRK-QTD-UNIDADES
               OR UT-CODIGO(WRK-UNIDIDX) = WRK-ALUNO-UNIDADE
               CONTINUE
           END-PERFORM
           IF WRK-UNIDIDX > WRK-QTD-UNIDADES
               IF WRK-QTD-UNIDADES >= 10
                   MOVE 'ACD0160W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'TABELA DE UNIDADES CHEIA. UNIDADE '
                       DELIMITED BY SIZE
                       WRK-ALUNO-UNIDADE DELIMITED BY SIZE
                       ' SO NO CONSOLIDADO.' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
               ELSE
                   ADD 1 TO WRK-QTD-UNIDADES
                   MOVE WRK-QTD-UNIDADES TO WRK-UNIDIDX
                   MOVE WRK-ALUNO-UNIDADE TO UT-CODIGO(WRK-UNIDIDX)
                   MOVE 'V' TO UNP-OPERACAO
                   MOVE WRK-ALUNO-UNIDADE TO UNP-CODIGO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   MOVE UNP-NOME TO UT-NOME(WRK-UNIDIDX)
                   MOVE 0 TO UT-ALUNOS(WRK-UNIDIDX)
                   MOVE 0 TO UT-FATURAS(WRK-UNIDIDX)
                   MOVE 0 TO UT-VALOR(WRK-UNIDIDX)
               END-IF
           END-IF.

      ******************************************************************
      * EMITE-MENSAGEM - Emite a condicao de operacao corrente pela
      * rotina comum de mensagens (identificador estavel + texto de
           MOVE WRK-RUN-EVENTO    TO RN-EVENTO
           MOVE WRK-CD-DATA       TO RN-DATA
           MOVE WRK-CD-HORA       TO RN-HORA
           IF MODO-LEMBRETE
               MOVE WRK-TOTAL-LIDAS   TO RN-LIDOS
               MOVE WRK-TOTAL-AVISOS  TO RN-GRAVADOS
               MOVE 0                 TO RN-REJEITADOS
           ELSE
               MOVE WRK-TOTAL-ALUNOS  TO RN-LIDOS
               MOVE WRK-TOTAL-FATURAS TO RN-GRAVADOS
               MOVE WRK-TOTAL-SEMTAR  TO RN-REJEITADOS
           END-IF
           MOVE RETURN-CODE       TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
