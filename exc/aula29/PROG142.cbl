      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG142.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  AVALIACAO MENSAL DE FORNECEDORES - PARA CADA FORNECEDOR DO
      *  MESTRE (FORNEC), PERCORRE OS PEDIDOS DE COMPRA (PEDCOMP)
      *  RECEBIDOS NA COMPETENCIA PELO PROG99 E APURA O PERCENTUAL DE
      *  PEDIDOS ENTREGUES ATE A DATA PREVISTA (EMISSAO MAIS O PRAZO DE
      *  ENTREGA DO FORNECEDOR), A MEDIA DE DIAS DE ATRASO DOS QUE
      *  ATRASARAM, O PERCENTUAL DA QUANTIDADE PEDIDA REALMENTE
      *  ENTREGUE E A VARIACAO DO ULTIMO PRECO PAGO (CONFERENCIA DE
      *  NOTAS DO PROG120) SOBRE O CUSTO COMBINADO NO PEDIDO. QUEM
      *  FICA ABAIXO DOS LIMITES DO AVFPARM E MARCADO COM DESEMPENHO
      *  BAIXO NO MESTRE E SAI DA SUGESTAO AUTOMATICA DE FORNECEDOR DO
      *  PROG99; QUEM FICA DENTRO DOS LIMITES PERDE A MARCA. FORNECEDOR
      *  SEM ENTREGA NO MES FICA COMO ESTAVA. A COMPETENCIA VEM DO PARM
      *  (AAAAMM); SEM PARM, E O MES ANTERIOR AO DA RODADA. REPROCESSAR
      *  UM MES ANTIGO NAO SOBREPOE UMA AVALIACAO MAIS RECENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORNECEDOR-FILE ASSIGN TO "FORNEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FO-CODIGO
               FILE STATUS IS WRK-FS-FORN.
           SELECT PEDIDO-FILE ASSIGN TO "PEDCOMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-NUMERO
               FILE STATUS IS WRK-FS-PED.
           SELECT AVAL-FORN-PARM-FILE ASSIGN TO "AVFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
           SELECT AVAL-FORN-REL-FILE ASSIGN TO "AVFREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDOR-FILE.
           COPY FORNECMR.
       FD  PEDIDO-FILE.
           COPY PEDCOMP.
       FD  AVAL-FORN-PARM-FILE.
           COPY AVFPARM.
       FD  AVAL-FORN-REL-FILE.
           COPY AVFREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FORN       PIC X(02) VALUE SPACES.
       77 WRK-FS-PED        PIC X(02) VALUE SPACES.
       77 WRK-FS-PARM       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-FORN      PIC X(01) VALUE 'N'.
           88 FIM-FORN             VALUE 'S'.
       77 WRK-FIM-PED       PIC X(01) VALUE 'N'.
           88 FIM-PED              VALUE 'S'.
       77 WRK-BAIXO         PIC X(01) VALUE 'N'.
           88 DESEMPENHO-BAIXO     VALUE 'S'.

      *  LIMITES DA AVALIACAO (AVFPARM).
       77 WRK-PRAZO-MIN     PIC 9(03) VALUE 80.
       77 WRK-ATEND-MIN     PIC 9(03) VALUE 90.
       77 WRK-PRECO-MAX     PIC 9(03) VALUE 10.

      *  ACUMULADORES DO FORNECEDOR CORRENTE.
       77 WRK-PEDIDOS       PIC 9(05) VALUE 0.
       77 WRK-NO-PRAZO      PIC 9(05) VALUE 0.
       77 WRK-ATRASADOS     PIC 9(05) VALUE 0.
       77 WRK-DIAS-ATRASO   PIC 9(07) VALUE 0.
       77 WRK-FATURADOS     PIC 9(05) VALUE 0.
       77 WRK-QTD-PEDIDA    PIC 9(09)V99 VALUE 0.
       77 WRK-QTD-ENTREGUE  PIC 9(09)V99 VALUE 0.
       77 WRK-VALOR-COMB    PIC 9(13)V99 VALUE 0.
       77 WRK-VALOR-PAGO    PIC 9(13)V99 VALUE 0.
       77 WRK-DATA-PREVISTA PIC X(08) VALUE SPACES.
       77 WRK-PCT-PRAZO     PIC 9(03) VALUE 0.
       77 WRK-PCT-ATEND     PIC 9(03)V9 VALUE 0.
       77 WRK-ATRASO-MEDIO  PIC 9(03) VALUE 0.
       77 WRK-VARIACAO      PIC S9(05)V99 VALUE 0.

       77 WRK-TOTAL-LIDOS   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-AVAL    PIC 9(06) VALUE 0.
       77 WRK-TOTAL-BAIXO   PIC 9(06) VALUE 0.
       77 WRK-TOTAL-SEM-ENT PIC 9(06) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZ9.
       77 WRK-QTD-ED        PIC ZZZZ9.
       77 WRK-PCT-ED        PIC ZZ9.
       77 WRK-PCT1-ED       PIC ZZ9.9.
       77 WRK-DIAS-ED       PIC ZZ9.
       77 WRK-VARIACAO-ED   PIC +ZZZZ9.99.
       77 WRK-LIM-PRAZO-ED  PIC ZZ9.
       77 WRK-LIM-ATEND-ED  PIC ZZ9.
       77 WRK-LIM-PRECO-ED  PIC ZZ9.
       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-COMPETENCIA.
          05 WRK-COMP-ANO   PIC 9(04).
          05 WRK-COMP-MES   PIC 9(02).

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

           PERFORM DEFINE-COMPETENCIA
           IF RETURN-CODE < 8
               PERFORM CARREGA-PARAMETROS
               PERFORM ABRE-ARQUIVOS
           END-IF
           IF RETURN-CODE < 8
               OPEN OUTPUT AVAL-FORN-REL-FILE
               PERFORM ESCREVE-CABECALHO
               PERFORM PROCESSA-FORNECEDORES
               PERFORM ESCREVE-RESUMO
               CLOSE AVAL-FORN-REL-FILE
               CLOSE PEDIDO-FILE
               CLOSE FORNECEDOR-FILE
               IF WRK-TOTAL-BAIXO > 0
                   MOVE WRK-TOTAL-BAIXO TO WRK-TOTAL-ED
                   MOVE 'ACD0117W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'FORNECEDORES COM DESEMPENHO BAIXO: '
                       DELIMITED BY SIZE
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
      * DEFINE-COMPETENCIA - Mes avaliado: o AAAAMM do PARM (para
      * reprocessar um mes) ou, sem PARM, o mes anterior ao da rodada.
      ******************************************************************
       DEFINE-COMPETENCIA.
           IF PARM-TAM > 0
               IF PARM-TEXTO(1:6) IS NUMERIC
                   MOVE PARM-TEXTO(1:6) TO WRK-COMPETENCIA
               ELSE
                   MOVE 0 TO WRK-COMP-MES
               END-IF
               IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   MOVE 'ACD0115E' TO MP-ID
                   MOVE 'COMPETENCIA INVALIDA. INFORME PARM=AAAAMM.'
                       TO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE WRK-CD-DATA(1:4) TO WRK-COMP-ANO
               MOVE WRK-CD-DATA(5:2) TO WRK-COMP-MES
               IF WRK-COMP-MES = 1
                   MOVE 12 TO WRK-COMP-MES
                   SUBTRACT 1 FROM WRK-COMP-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-COMP-MES
               END-IF
           END-IF.

      ******************************************************************
      * CARREGA-PARAMETROS - Le os limites da avaliacao no AVFPARM;
      * sem o arquivo, ou com campo invalido, fica o valor padrao.
      ******************************************************************
       CARREGA-PARAMETROS.
           OPEN INPUT AVAL-FORN-PARM-FILE
           IF WRK-FS-PARM = '00'
               READ AVAL-FORN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AF-PCT-PRAZO-MIN IS NUMERIC
                           MOVE AF-PCT-PRAZO-MIN TO WRK-PRAZO-MIN
                       END-IF
                       IF AF-PCT-ATEND-MIN IS NUMERIC
                           MOVE AF-PCT-ATEND-MIN TO WRK-ATEND-MIN
                       END-IF
                       IF AF-PCT-PRECO-MAX IS NUMERIC
                           MOVE AF-PCT-PRECO-MAX TO WRK-PRECO-MAX
                       END-IF
               END-READ
               CLOSE AVAL-FORN-PARM-FILE
           END-IF.

      ******************************************************************
      * ABRE-ARQUIVOS - O mestre de fornecedores e aberto para
      * atualizacao (marca de desempenho) e os pedidos para leitura;
      * sem qualquer um deles nao ha avaliacao.
      ******************************************************************
       ABRE-ARQUIVOS.
           OPEN I-O FORNECEDOR-FILE
           OPEN INPUT PEDIDO-FILE
           IF WRK-FS-FORN NOT = '00' OR WRK-FS-PED NOT = '00'
               MOVE 'ACD0116E' TO MP-ID
               MOVE 'FORNEC OU PEDCOMP INDISPONIVEL - SEM AVALIACAO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
               IF WRK-FS-FORN = '00'
                   CLOSE FORNECEDOR-FILE
               END-IF
               IF WRK-FS-PED = '00'
                   CLOSE PEDIDO-FILE
               END-IF
           END-IF.

      ******************************************************************
      * PROCESSA-FORNECEDORES - Percorre o mestre de fornecedores em
      * ordem de codigo, ativos ou nao.
      ******************************************************************
       PROCESSA-FORNECEDORES.
           MOVE 'N' TO WRK-FIM-FORN
           MOVE SPACES TO FO-CODIGO
           START FORNECEDOR-FILE KEY IS NOT LESS THAN FO-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-FORN
           END-START
           PERFORM UNTIL FIM-FORN
               READ FORNECEDOR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-FORN
               END-READ
               IF NOT FIM-FORN
                   ADD 1 TO WRK-TOTAL-LIDOS
                   PERFORM APURA-FORNECEDOR
                   IF WRK-PEDIDOS > 0
                       PERFORM AVALIA-FORNECEDOR
                       PERFORM ESCREVE-FORNECEDOR
                   ELSE
                       ADD 1 TO WRK-TOTAL-SEM-ENT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APURA-FORNECEDOR - Varre os pedidos atras dos do fornecedor
      * corrente recebidos na competencia (a chave e o numero do
      * pedido, entao a varredura e completa e filtrada). Pedido
      * recebido antes de o recebimento guardar a data fica de fora.
      ******************************************************************
       APURA-FORNECEDOR.
           MOVE 0 TO WRK-PEDIDOS
           MOVE 0 TO WRK-NO-PRAZO
           MOVE 0 TO WRK-ATRASADOS
           MOVE 0 TO WRK-DIAS-ATRASO
           MOVE 0 TO WRK-FATURADOS
           MOVE 0 TO WRK-QTD-PEDIDA
           MOVE 0 TO WRK-QTD-ENTREGUE
           MOVE 0 TO WRK-VALOR-COMB
           MOVE 0 TO WRK-VALOR-PAGO
           MOVE 'N' TO WRK-FIM-PED
           MOVE 0 TO PC-NUMERO
           START PEDIDO-FILE KEY IS NOT LESS THAN PC-NUMERO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-PED
           END-START
           PERFORM UNTIL FIM-PED
               READ PEDIDO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-PED
               END-READ
               IF NOT FIM-PED
                   IF PC-FORNECEDOR = FO-CODIGO
                       AND PC-RECEBIDO
                       AND PC-DATA-RECEBIMENTO(1:6) = WRK-COMPETENCIA
                       PERFORM APURA-PEDIDO
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * APURA-PEDIDO - Prazo, atendimento e preco de um pedido. Pedido
      * sem data prevista (anterior a avaliacao) usa a emissao mais o
      * prazo atual do fornecedor; so entra no preco o pedido ja
      * faturado.
      ******************************************************************
       APURA-PEDIDO.
           ADD 1 TO WRK-PEDIDOS
           ADD PC-QUANTIDADE TO WRK-QTD-PEDIDA
           IF PC-QTD-RECEBIDA IS NUMERIC
               ADD PC-QTD-RECEBIDA TO WRK-QTD-ENTREGUE
           END-IF

           MOVE PC-DATA-PREVISTA TO WRK-DATA-PREVISTA
           IF WRK-DATA-PREVISTA = SPACES
               MOVE 3               TO DP-OPERACAO
               MOVE PC-DATA-EMISSAO TO DP-DATA-1
               MOVE FO-PRAZO-DIAS   TO DP-DIAS
               CALL 'PROG104' USING DATA-PARAMETROS
               MOVE DP-RESULTADO TO WRK-DATA-PREVISTA
           END-IF
           IF PC-DATA-RECEBIMENTO > WRK-DATA-PREVISTA
               MOVE 4                   TO DP-OPERACAO
               MOVE PC-DATA-RECEBIMENTO TO DP-DATA-1
               MOVE WRK-DATA-PREVISTA   TO DP-DATA-2
               CALL 'PROG104' USING DATA-PARAMETROS
               ADD 1 TO WRK-ATRASADOS
               ADD DP-DIAS TO WRK-DIAS-ATRASO
           ELSE
               ADD 1 TO WRK-NO-PRAZO
           END-IF

           IF PC-CUSTO-PAGO IS NUMERIC AND PC-QTD-RECEBIDA IS NUMERIC
               IF PC-CUSTO-PAGO > 0
                   ADD 1 TO WRK-FATURADOS
                   COMPUTE WRK-VALOR-COMB ROUNDED = WRK-VALOR-COMB
                       + PC-QTD-RECEBIDA * PC-CUSTO-UNIT
                   COMPUTE WRK-VALOR-PAGO ROUNDED = WRK-VALOR-PAGO
                       + PC-QTD-RECEBIDA * PC-CUSTO-PAGO
               END-IF
           END-IF.

      ******************************************************************
      * AVALIA-FORNECEDOR - Fecha os indicadores do fornecedor, compara
      * com os limites e grava o resultado no mestre, salvo se o
      * mestre ja tiver uma avaliacao de competencia mais recente.
      ******************************************************************
       AVALIA-FORNECEDOR.
           ADD 1 TO WRK-TOTAL-AVAL
           COMPUTE WRK-PCT-PRAZO ROUNDED =
               WRK-NO-PRAZO * 100 / WRK-PEDIDOS
           MOVE 0 TO WRK-ATRASO-MEDIO
           IF WRK-ATRASADOS > 0
               COMPUTE WRK-ATRASO-MEDIO ROUNDED =
                   WRK-DIAS-ATRASO / WRK-ATRASADOS
                   ON SIZE ERROR MOVE 999 TO WRK-ATRASO-MEDIO
               END-COMPUTE
           END-IF
           MOVE 0 TO WRK-PCT-ATEND
           IF WRK-QTD-PEDIDA > 0
               COMPUTE WRK-PCT-ATEND ROUNDED =
                   WRK-QTD-ENTREGUE * 100 / WRK-QTD-PEDIDA
                   ON SIZE ERROR MOVE 999.9 TO WRK-PCT-ATEND
               END-COMPUTE
           END-IF
           MOVE 0 TO WRK-VARIACAO
           IF WRK-VALOR-COMB > 0
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-VALOR-PAGO - WRK-VALOR-COMB) * 100
                   / WRK-VALOR-COMB
                   ON SIZE ERROR MOVE 99999.99 TO WRK-VARIACAO
               END-COMPUTE
           END-IF

           MOVE 'N' TO WRK-BAIXO
           IF WRK-PCT-PRAZO < WRK-PRAZO-MIN
               OR WRK-PCT-ATEND < WRK-ATEND-MIN
               OR WRK-VARIACAO > WRK-PRECO-MAX
               MOVE 'S' TO WRK-BAIXO
               ADD 1 TO WRK-TOTAL-BAIXO
           END-IF

           IF FO-AVALIACAO = SPACES
               OR FO-AVALIACAO NOT > WRK-COMPETENCIA
               IF DESEMPENHO-BAIXO
                   MOVE 'B' TO FO-DESEMPENHO
               ELSE
                   MOVE 'O' TO FO-DESEMPENHO
               END-IF
               MOVE WRK-COMPETENCIA TO FO-AVALIACAO
               MOVE WRK-PCT-PRAZO   TO FO-PCT-PRAZO
               IF WRK-PCT-ATEND > 999
                   MOVE 999 TO FO-PCT-ATENDIDO
               ELSE
                   MOVE WRK-PCT-ATEND TO FO-PCT-ATENDIDO
               END-IF
               REWRITE FORNECEDOR-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

       ESCREVE-FORNECEDOR.
           MOVE SPACES TO AVAL-FORN-REL-LINHA
           STRING FO-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FO-NOME DELIMITED BY SIZE
               ' PRAZO PROMETIDO ' DELIMITED BY SIZE
               FO-PRAZO-DIAS DELIMITED BY SIZE
               ' DIA(S)' DELIMITED BY SIZE
               INTO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA

           MOVE WRK-PEDIDOS      TO WRK-QTD-ED
           MOVE WRK-PCT-PRAZO    TO WRK-PCT-ED
           MOVE WRK-ATRASO-MEDIO TO WRK-DIAS-ED
           MOVE WRK-PCT-ATEND    TO WRK-PCT1-ED
           MOVE SPACES TO AVAL-FORN-REL-LINHA
           STRING '   PEDIDOS ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               '  NO PRAZO ' DELIMITED BY SIZE
               WRK-PCT-ED DELIMITED BY SIZE
               '%  ATRASO MEDIO ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               ' D  ATENDIDO ' DELIMITED BY SIZE
               WRK-PCT1-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA

           MOVE SPACES TO AVAL-FORN-REL-LINHA
           IF WRK-FATURADOS = 0
               MOVE '   PRECO PAGO X COMBINADO: SEM PEDIDO FATURADO'
                   TO AVAL-FORN-REL-LINHA
           ELSE
               MOVE WRK-VARIACAO  TO WRK-VARIACAO-ED
               MOVE WRK-FATURADOS TO WRK-QTD-ED
               STRING '   PRECO PAGO X COMBINADO: ' DELIMITED BY SIZE
                   WRK-VARIACAO-ED DELIMITED BY SIZE
                   '% (' DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                   ' PEDIDO(S) FATURADO(S))' DELIMITED BY SIZE
                   INTO AVAL-FORN-REL-LINHA
           END-IF
           WRITE AVAL-FORN-REL-LINHA

           IF DESEMPENHO-BAIXO
               MOVE SPACES TO AVAL-FORN-REL-LINHA
               STRING '   *** DESEMPENHO BAIXO - FORA DA SUGESTAO DE '
                   DELIMITED BY SIZE
                   'FORNECEDOR DO PROG99' DELIMITED BY SIZE
                   INTO AVAL-FORN-REL-LINHA
               WRITE AVAL-FORN-REL-LINHA
           END-IF
           MOVE SPACES TO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA.

       ESCREVE-CABECALHO.
           MOVE SPACES TO AVAL-FORN-REL-LINHA
           STRING 'DESEMPENHO DE FORNECEDORES - COMPETENCIA '
               DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               ' (EMITIDO EM ' DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA
           MOVE WRK-PRAZO-MIN TO WRK-LIM-PRAZO-ED
           MOVE WRK-ATEND-MIN TO WRK-LIM-ATEND-ED
           MOVE WRK-PRECO-MAX TO WRK-LIM-PRECO-ED
           MOVE SPACES TO AVAL-FORN-REL-LINHA
           STRING 'LIMITES: NO PRAZO >= ' DELIMITED BY SIZE
               WRK-LIM-PRAZO-ED DELIMITED BY SIZE
               '%  ATENDIDO >= ' DELIMITED BY SIZE
               WRK-LIM-ATEND-ED DELIMITED BY SIZE
               '%  PRECO ATE +' DELIMITED BY SIZE
               WRK-LIM-PRECO-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA
           MOVE '----------------------------------------'
               TO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA

           MOVE WRK-TOTAL-LIDOS TO WRK-TOTAL-ED
           MOVE SPACES TO AVAL-FORN-REL-LINHA
           STRING 'FORNECEDORES NO MESTRE........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA

           MOVE WRK-TOTAL-AVAL TO WRK-TOTAL-ED
           MOVE SPACES TO AVAL-FORN-REL-LINHA
           STRING 'AVALIADOS (COM ENTREGA NO MES).: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA

           MOVE WRK-TOTAL-BAIXO TO WRK-TOTAL-ED
           MOVE SPACES TO AVAL-FORN-REL-LINHA
           STRING 'COM DESEMPENHO BAIXO..........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA

           MOVE WRK-TOTAL-SEM-ENT TO WRK-TOTAL-ED
           MOVE SPACES TO AVAL-FORN-REL-LINHA
           STRING 'SEM ENTREGA NO MES............: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO AVAL-FORN-REL-LINHA
           WRITE AVAL-FORN-REL-LINHA.

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
           MOVE 'PROG142'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-TOTAL-LIDOS     TO RN-LIDOS
           MOVE WRK-TOTAL-AVAL      TO RN-GRAVADOS
           MOVE WRK-TOTAL-BAIXO     TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG142.
