      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG139.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  RELATORIO DE ESTOQUE POR LOCAL - PARA CADA MATERIAL DO MESTRE
      *  DE ESTOQUE, O SALDO EM CADA LOCAL (SALDO-LOCAL) COM A
      *  ABERTURA POR LOTE DOS LOTES GUARDADOS NAQUELE LOCAL (E O QUE
      *  SOBRA SEM LOTE), E A SOMA DOS LOCAIS CONFRONTADA COM O
      *  EM-SALDO DO MESTRE: DIVERGENCIA MARCA O MATERIAL E TERMINA A
      *  RODADA COM RC=4. NO FIM, O RESUMO POR LOCAL COM A QUANTIDADE
      *  DE MATERIAIS, O SALDO E O VALOR AO CUSTO MEDIO CORRENTE
      *  (EM-CUSTO-UNIT).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MATERIAL-FILE ASSIGN TO "ESTOQMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT SALDO-LOCAL-FILE ASSIGN TO "ESTOQLOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-CHAVE
               FILE STATUS IS WRK-FS-SALDO.
           SELECT LOCAL-ESTOQUE-FILE ASSIGN TO "LOCESTQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LO-CODIGO
               FILE STATUS IS WRK-FS-LOCAL.
           SELECT ESTOQUE-LOTE-FILE ASSIGN TO "ESTOQLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CHAVE
               FILE STATUS IS WRK-FS-LOTE.
           SELECT EST-LOCAL-REL-FILE ASSIGN TO "ESTLOCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  ESTOQUE-LOTE-FILE.
           COPY LOTEMR.
       FD  EST-LOCAL-REL-FILE.
           COPY ESTLOCAL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOTE       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FIM-SALDO     PIC X(01) VALUE 'N'.
           88 FIM-SALDO            VALUE 'S'.
       77 WRK-FIM-LOTE      PIC X(01) VALUE 'N'.
           88 FIM-LOTE             VALUE 'S'.
       77 WRK-COM-LOTES     PIC X(01) VALUE 'N'.
           88 LOTES-DISPONIVEIS    VALUE 'S'.

       77 WRK-MAX-LOCAIS    PIC 9(03) VALUE 50.
       77 WRK-QTD-LOCAIS    PIC 9(03) VALUE 0.
       77 WRK-LX            PIC 9(03) VALUE 0.
       77 WRK-ACHOU-LX      PIC 9(03) VALUE 0.

       77 WRK-SOMA-LOCAIS   PIC S9(09)V99 VALUE 0.
       77 WRK-SOMA-LOTES    PIC S9(09)V99 VALUE 0.
       77 WRK-SEM-LOTE      PIC S9(09)V99 VALUE 0.
       77 WRK-VALOR-LOCAL   PIC S9(11)V99 VALUE 0.
       77 WRK-TOTAL-SALDO   PIC S9(09)V99 VALUE 0.
       77 WRK-TOTAL-VALOR   PIC S9(11)V99 VALUE 0.

       77 WRK-TOTAL-LIDOS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-SALDOS  PIC 9(06) VALUE 0.
       77 WRK-TOTAL-DIVERG  PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-MATS-ED       PIC ZZZ9.
       77 WRK-QTD-ED        PIC -ZZZZZ9,99.
       77 WRK-QTD2-ED       PIC -ZZZZZ9,99.
       77 WRK-SALDO-ED      PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       COPY MSGPARM.

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).

      *  LOCAIS DE ESTOQUE DO CADASTRO, COM O ACUMULADO DO RESUMO;
      *  SALDO EM LOCAL FORA DO CADASTRO ENTRA NO FIM DA TABELA.
       01 TABELA-LOCAIS.
          05 TL-ENTRY OCCURS 50 TIMES.
             10 TL-CODIGO      PIC X(04).
             10 TL-DESCRICAO   PIC X(20).
             10 TL-MATERIAIS   PIC 9(04).
             10 TL-SALDO       PIC S9(09)V99.
             10 TL-VALOR       PIC S9(11)V99.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA

           PERFORM CARREGA-LOCAIS
           IF RETURN-CODE < 8
               PERFORM ABRE-ARQUIVOS
           END-IF
           IF RETURN-CODE < 8
               OPEN OUTPUT EST-LOCAL-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM PERCORRE-MATERIAIS
               PERFORM ESCREVE-RESUMO
               CLOSE EST-LOCAL-REL-FILE
               CLOSE ESTOQUE-MATERIAL-FILE
               CLOSE SALDO-LOCAL-FILE
               IF LOTES-DISPONIVEIS
                   CLOSE ESTOQUE-LOTE-FILE
               END-IF
               IF WRK-TOTAL-DIVERG > 0
                   MOVE WRK-TOTAL-DIVERG TO WRK-TOTAL-ED
                   MOVE 'ACD0112W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'MATERIAIS COM SOMA DOS LOCAIS DIFERENTE '
                       DELIMITED BY SIZE
                       'DO MESTRE: ' DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * CARREGA-LOCAIS - Carrega o cadastro de locais de estoque na
      * tabela do resumo, na ordem do codigo.
      ******************************************************************
       CARREGA-LOCAIS.
           OPEN INPUT LOCAL-ESTOQUE-FILE
           IF WRK-FS-LOCAL NOT = '00'
               MOVE 'ACD0111E' TO MP-ID
               MOVE 'LOCESTQ INDISPONIVEL - LOCAIS NAO IMPLANTADOS.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO LO-CODIGO
               START LOCAL-ESTOQUE-FILE
                   KEY IS NOT LESS THAN LO-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL FIM-ARQ
                   READ LOCAL-ESTOQUE-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       PERFORM INCLUI-LOCAL-TABELA
                   END-IF
               END-PERFORM
               CLOSE LOCAL-ESTOQUE-FILE
           END-IF.

       INCLUI-LOCAL-TABELA.
           IF WRK-QTD-LOCAIS < WRK-MAX-LOCAIS
               ADD 1 TO WRK-QTD-LOCAIS
               MOVE LO-CODIGO    TO TL-CODIGO(WRK-QTD-LOCAIS)
               MOVE LO-DESCRICAO TO TL-DESCRICAO(WRK-QTD-LOCAIS)
               MOVE 0            TO TL-MATERIAIS(WRK-QTD-LOCAIS)
               MOVE 0            TO TL-SALDO(WRK-QTD-LOCAIS)
               MOVE 0            TO TL-VALOR(WRK-QTD-LOCAIS)
           ELSE
               MOVE 'ACD0111E' TO MP-ID
               MOVE 'TABELA DE LOCAIS ESTOURADA - AMPLIAR O PROG139.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 'S' TO WRK-FIM-ARQ
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * ABRE-ARQUIVOS - Mestre de estoque e saldos por local sao
      * obrigatorios; sem o arquivo de lotes, o saldo de cada local
      * sai inteiro como sem lote.
      ******************************************************************
       ABRE-ARQUIVOS.
           OPEN INPUT ESTOQUE-MATERIAL-FILE
           IF WRK-FS-ESTOQUE NOT = '00'
               MOVE 'ACD0111E' TO MP-ID
               MOVE 'ESTOQMAT INDISPONIVEL - RELATORIO NAO EMITIDO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT SALDO-LOCAL-FILE
               IF WRK-FS-SALDO NOT = '00'
                   MOVE 'ACD0111E' TO MP-ID
                   MOVE 'ESTOQLOC INDISPONIVEL - SEM SALDOS POR LOCAL.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   CLOSE ESTOQUE-MATERIAL-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT ESTOQUE-LOTE-FILE
                   IF WRK-FS-LOTE = '00'
                       MOVE 'S' TO WRK-COM-LOTES
                   END-IF
               END-IF
           END-IF.

       ESCREVE-CABECALHO.
           MOVE WRK-CD-DATA(7:2) TO WRK-DE-DIA
           MOVE WRK-CD-DATA(5:2) TO WRK-DE-MES
           MOVE WRK-CD-DATA(1:4) TO WRK-DE-ANO
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           STRING 'ESTOQUE POR LOCAL EM ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA.

      ******************************************************************
      * PERCORRE-MATERIAIS - Um bloco por material do mestre, na ordem
      * do codigo.
      ******************************************************************
       PERCORRE-MATERIAIS.
           MOVE 'N' TO WRK-FIM-ARQ
           MOVE LOW-VALUES TO EM-CODIGO
           START ESTOQUE-MATERIAL-FILE
               KEY IS NOT LESS THAN EM-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ARQ
           END-START
           PERFORM UNTIL FIM-ARQ
               READ ESTOQUE-MATERIAL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   ADD 1 TO WRK-TOTAL-LIDOS
                   PERFORM TRATA-MATERIAL
               END-IF
           END-PERFORM.

      ******************************************************************
      * TRATA-MATERIAL - Cabecalho do material, os saldos de cada
      * local onde ele tem saldo aberto e a conferencia da soma dos
      * locais com o total do mestre.
      ******************************************************************
       TRATA-MATERIAL.
           MOVE EM-SALDO TO WRK-QTD-ED
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           STRING 'MATERIAL ' DELIMITED BY SIZE
               EM-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EM-DESCRICAO DELIMITED BY SIZE
               ' SALDO MESTRE ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA

           MOVE 0 TO WRK-SOMA-LOCAIS
           MOVE 'N' TO WRK-FIM-SALDO
           MOVE EM-CODIGO TO EL-CODIGO
           MOVE LOW-VALUES TO EL-LOCAL
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
                       PERFORM TRATA-SALDO-LOCAL
                   END-IF
               END-IF
           END-PERFORM

           IF WRK-SOMA-LOCAIS NOT = EM-SALDO
               ADD 1 TO WRK-TOTAL-DIVERG
               MOVE WRK-SOMA-LOCAIS TO WRK-QTD-ED
               MOVE EM-SALDO        TO WRK-QTD2-ED
               MOVE SPACES TO EST-LOCAL-REL-LINHA
               STRING '   *** DIVERGENCIA: SOMA DOS LOCAIS '
                   DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' MESTRE ' DELIMITED BY SIZE
                   WRK-QTD2-ED DELIMITED BY SIZE
                   INTO EST-LOCAL-REL-LINHA
               WRITE EST-LOCAL-REL-LINHA
           END-IF
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA.

      ******************************************************************
      * TRATA-SALDO-LOCAL - Linha do local, acumulo no resumo e a
      * abertura do saldo do local pelos lotes ali guardados.
      ******************************************************************
       TRATA-SALDO-LOCAL.
           ADD 1 TO WRK-TOTAL-SALDOS
           ADD EL-SALDO TO WRK-SOMA-LOCAIS
           PERFORM ACHA-LOCAL-TABELA
           MOVE EL-SALDO TO WRK-QTD-ED
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           IF WRK-ACHOU-LX > 0
               STRING '   LOCAL ' DELIMITED BY SIZE
                   EL-LOCAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   TL-DESCRICAO(WRK-ACHOU-LX) DELIMITED BY SIZE
                   ' SALDO ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO EST-LOCAL-REL-LINHA
           ELSE
               STRING '   LOCAL ' DELIMITED BY SIZE
                   EL-LOCAL DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   '*** NAO CADASTRADO ' DELIMITED BY SIZE
                   ' SALDO ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO EST-LOCAL-REL-LINHA
           END-IF
           WRITE EST-LOCAL-REL-LINHA

           COMPUTE WRK-VALOR-LOCAL ROUNDED = EL-SALDO * EM-CUSTO-UNIT
           IF WRK-ACHOU-LX > 0
               ADD 1               TO TL-MATERIAIS(WRK-ACHOU-LX)
               ADD EL-SALDO        TO TL-SALDO(WRK-ACHOU-LX)
               ADD WRK-VALOR-LOCAL TO TL-VALOR(WRK-ACHOU-LX)
           END-IF
           ADD EL-SALDO        TO WRK-TOTAL-SALDO
           ADD WRK-VALOR-LOCAL TO WRK-TOTAL-VALOR

           MOVE 0 TO WRK-SOMA-LOTES
           IF LOTES-DISPONIVEIS
               PERFORM LISTA-LOTES-LOCAL
           END-IF
           COMPUTE WRK-SEM-LOTE = EL-SALDO - WRK-SOMA-LOTES
           IF WRK-SEM-LOTE NOT = 0
               MOVE WRK-SEM-LOTE TO WRK-QTD-ED
               MOVE SPACES TO EST-LOCAL-REL-LINHA
               STRING '      SEM LOTE' DELIMITED BY SIZE
                   '                         QTD ' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   INTO EST-LOCAL-REL-LINHA
               WRITE EST-LOCAL-REL-LINHA
           END-IF.

      ******************************************************************
      * ACHA-LOCAL-TABELA - Posicao do local corrente na tabela do
      * resumo; local fora do cadastro entra no fim, enquanto houver
      * espaco (sem espaco, fica so nos totais gerais).
      ******************************************************************
       ACHA-LOCAL-TABELA.
           MOVE 0 TO WRK-ACHOU-LX
           PERFORM VARYING WRK-LX FROM 1 BY 1
               UNTIL WRK-LX > WRK-QTD-LOCAIS OR WRK-ACHOU-LX > 0
               IF TL-CODIGO(WRK-LX) = EL-LOCAL
                   MOVE WRK-LX TO WRK-ACHOU-LX
               END-IF
           END-PERFORM
           IF WRK-ACHOU-LX = 0 AND WRK-QTD-LOCAIS < WRK-MAX-LOCAIS
               ADD 1 TO WRK-QTD-LOCAIS
               MOVE EL-LOCAL TO TL-CODIGO(WRK-QTD-LOCAIS)
               MOVE '*** NAO CADASTRADO' TO TL-DESCRICAO(WRK-QTD-LOCAIS)
               MOVE 0 TO TL-MATERIAIS(WRK-QTD-LOCAIS)
               MOVE 0 TO TL-SALDO(WRK-QTD-LOCAIS)
               MOVE 0 TO TL-VALOR(WRK-QTD-LOCAIS)
               MOVE WRK-QTD-LOCAIS TO WRK-ACHOU-LX
           END-IF.

      ******************************************************************
      * LISTA-LOTES-LOCAL - Lotes com saldo do material guardados no
      * local corrente, na ordem do codigo do lote.
      ******************************************************************
       LISTA-LOTES-LOCAL.
           MOVE 'N' TO WRK-FIM-LOTE
           MOVE EL-CODIGO TO LT-CODIGO
           MOVE EL-LOCAL  TO LT-LOCAL
           MOVE LOW-VALUES TO LT-LOTE
           START ESTOQUE-LOTE-FILE KEY IS NOT LESS THAN LT-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-LOTE
           END-START
           PERFORM UNTIL FIM-LOTE
               READ ESTOQUE-LOTE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-LOTE
               END-READ
               IF NOT FIM-LOTE
                   IF LT-CODIGO NOT = EL-CODIGO
                       OR LT-LOCAL NOT = EL-LOCAL
                       MOVE 'S' TO WRK-FIM-LOTE
                   ELSE
                       IF LT-SALDO NOT = 0
                           PERFORM ESCREVE-LINHA-LOTE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ESCREVE-LINHA-LOTE.
           ADD LT-SALDO TO WRK-SOMA-LOTES
           MOVE LT-VALIDADE(7:2) TO WRK-DE-DIA
           MOVE LT-VALIDADE(5:2) TO WRK-DE-MES
           MOVE LT-VALIDADE(1:4) TO WRK-DE-ANO
           MOVE LT-SALDO TO WRK-QTD-ED
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           STRING '      LOTE ' DELIMITED BY SIZE
               LT-LOTE DELIMITED BY SIZE
               ' VALIDADE ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' QTD ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA.

      ******************************************************************
      * ESCREVE-RESUMO - Por local: materiais com saldo aberto, saldo
      * somado e valor ao custo medio corrente; depois os totais e as
      * divergencias encontradas.
      ******************************************************************
       ESCREVE-RESUMO.
           MOVE 'RESUMO POR LOCAL' TO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           STRING 'LOCAL DESCRICAO            MATS' DELIMITED BY SIZE
               '           SALDO              VALOR' DELIMITED BY SIZE
               INTO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA
           PERFORM VARYING WRK-LX FROM 1 BY 1
               UNTIL WRK-LX > WRK-QTD-LOCAIS
               MOVE TL-MATERIAIS(WRK-LX) TO WRK-MATS-ED
               MOVE TL-SALDO(WRK-LX)     TO WRK-SALDO-ED
               MOVE TL-VALOR(WRK-LX)     TO WRK-VALOR-ED
               MOVE SPACES TO EST-LOCAL-REL-LINHA
               STRING TL-CODIGO(WRK-LX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   TL-DESCRICAO(WRK-LX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-MATS-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-SALDO-ED DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                   INTO EST-LOCAL-REL-LINHA
               WRITE EST-LOCAL-REL-LINHA
           END-PERFORM

           MOVE WRK-TOTAL-SALDO TO WRK-SALDO-ED
           MOVE WRK-TOTAL-VALOR TO WRK-VALOR-ED
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           STRING 'TOTAL GERAL                     ' DELIMITED BY SIZE
               WRK-SALDO-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-ED DELIMITED BY SIZE
               INTO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA

           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-ED
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           STRING 'MATERIAIS LIDOS.............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA
           MOVE WRK-TOTAL-SALDOS TO WRK-TOTAL-ED
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           STRING 'SALDOS POR LOCAL LISTADOS...: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA
           MOVE WRK-TOTAL-DIVERG TO WRK-TOTAL-ED
           MOVE SPACES TO EST-LOCAL-REL-LINHA
           STRING 'MATERIAIS COM DIVERGENCIA...: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO EST-LOCAL-REL-LINHA
           WRITE EST-LOCAL-REL-LINHA.

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
           MOVE 'PROG139'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-TOTAL-LIDOS     TO RN-LIDOS
           MOVE WRK-TOTAL-SALDOS    TO RN-GRAVADOS
           MOVE WRK-TOTAL-DIVERG    TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG139.
