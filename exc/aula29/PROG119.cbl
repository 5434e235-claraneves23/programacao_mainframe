      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG119.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  EXTRATO CONTABIL NOTURNO - GERA O ARQUIVO DE LANCAMENTOS
      *  CONTABEIS DO DIA (CONTAB) EM LAYOUT FIXO: DATA, CONTA, CENTRO
      *  DE CUSTO, DEBITO, CREDITO, PROGRAMA DE ORIGEM E DOCUMENTO.
      *  FONTES: EMISSOES E CANCELAMENTOS DO MESTRE DE FATURAS
      *  (MENSALIDADES DO PROG70, ENCARGOS DO PROG116, PARCELAS E
      *  RENEGOCIACOES DOS ACORDOS DO PROG117/PROG118, TAXAS DE
      *  DOCUMENTO DO PROG183), PAGAMENTOS POSTADOS PELO PROG71 E PELO
      *  RETORNO DO PROG74, MOVIMENTOS DE ESTOQUE (ENTRADAS, CONSUMOS,
      *  AJUSTES, LIBERACOES E KITS DE LABORATORIO) VALORIZADOS AO CUSTO
      *  MEDIO CORRENTE E, NO ULTIMO DIA DO MES, O AJUSTE DA VALORIZACAO
      *  DO ESTOQUE (PROG102) CONTRA O SALDO JA LANCADO.
      *  AS NOTAS DE CREDITO DE TRANCAMENTO (PROG113) ENTRAM PELA DATA
      *  DE EMISSAO (ABATIMENTO DO SALDO E REEMBOLSO A PAGAR), DA
      *  BAIXA DO REEMBOLSO PAGO E DO ESTORNO NA REINTEGRACAO.
      *  CONTAS E CENTROS DE CUSTO VEM DO MAPA DE CONTAS (CONTAMAP).
      *  O ARQUIVO SO E FECHADO (TRAILER GRAVADO) SE DEBITOS E
      *  CREDITOS BATEREM E NENHUM EVENTO FOR REJEITADO; O RELATORIO
      *  DE CONTROLE (CONTREL) LISTA OS REJEITADOS E OS TOTAIS POR
      *  ORIGEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA-MASTER-FILE ASSIGN TO "FATURMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-NUMERO
               FILE STATUS IS WRK-FS-FAT.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT NOTA-CREDITO-FILE ASSIGN TO "NCREDITO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NC-NUMERO
               FILE STATUS IS WRK-FS-NCRED.
           SELECT MOVIMENTO-ESTOQUE-FILE ASSIGN TO "MOVESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTO.
           SELECT ESTOQUE-MATERIAL-FILE ASSIGN TO "ESTOQMAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTQ.
           SELECT CONTA-MAPA-FILE ASSIGN TO "CONTAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MAPA.
           SELECT CONTA-SALDO-FILE ASSIGN TO "CONTSALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SALDO.
           SELECT LANCAMENTO-CONTABIL-FILE ASSIGN TO "CONTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAB.
           SELECT CONT-REL-FILE ASSIGN TO "CONTREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTREL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  FATURA-MASTER-FILE.
           COPY FATURMR.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  NOTA-CREDITO-FILE.
           COPY NOTACRED.
       FD  MOVIMENTO-ESTOQUE-FILE.
           COPY MOVESTQ.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  CONTA-MAPA-FILE.
           COPY CONTAMAP.
       FD  CONTA-SALDO-FILE.
           COPY CONTSALD.
       FD  LANCAMENTO-CONTABIL-FILE.
           COPY CONTAB.
       FD  CONT-REL-FILE.
           COPY CONTREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FAT        PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-NCRED      PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-ESTQ       PIC X(02) VALUE SPACES.
       77 WRK-FS-MAPA       PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-CONTAB     PIC X(02) VALUE SPACES.
       77 WRK-FS-CONTREL    PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-ESTQ-ABERTO   PIC X(01) VALUE 'N'.
           88 ESTOQUE-ABERTO       VALUE 'S'.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 MATERIAL-ACHADO      VALUE 'S'.
       77 WRK-FIM-MES       PIC X(01) VALUE 'N'.
           88 ULTIMO-DIA-MES       VALUE 'S'.
       77 WRK-QTD-MAPA      PIC 9(03) VALUE 0.
       77 WRK-MAPA-EXCEDIDO PIC X(01) VALUE 'N'.
           88 MAPA-EXCEDIDO        VALUE 'S'.
       77 WRK-IDX           PIC 9(03) VALUE 0.
       77 WRK-IDX-ORIGEM    PIC 9(01) VALUE 0.
       77 WRK-PROGRAMA      PIC X(08) VALUE SPACES.
       77 WRK-DOCUMENTO     PIC X(10) VALUE SPACES.
       77 WRK-NUM-DOC       PIC 9(08) VALUE 0.
       77 WRK-MOTIVO        PIC X(24) VALUE SPACES.
       77 WRK-VALOR-EVENTO  PIC S9(11)V99 VALUE 0.
       77 WRK-VALOR-LANC    PIC 9(11)V99 VALUE 0.
       77 WRK-VALOR-MOVTO   PIC S9(11)V99 VALUE 0.
       77 WRK-CONTA-DEBITO  PIC X(10) VALUE SPACES.
       77 WRK-CONTA-CREDITO PIC X(10) VALUE SPACES.
       77 WRK-SALDO-ABERTURA PIC S9(11)V99 VALUE 0.
       77 WRK-SALDO-ESTOQUE PIC S9(11)V99 VALUE 0.
       77 WRK-VALORIZACAO   PIC S9(11)V99 VALUE 0.
       77 WRK-TOTAL-DEBITO  PIC 9(13)V99 VALUE 0.
       77 WRK-TOTAL-CREDITO PIC 9(13)V99 VALUE 0.
       77 WRK-TOTAL-EVENTOS PIC 9(07) VALUE 0.
       77 WRK-TOTAL-LANC    PIC 9(07) VALUE 0.
       77 WRK-TOTAL-REJEIT  PIC 9(05) VALUE 0.
       77 WRK-TOTAL-ED      PIC ZZZZZZ9.
       77 WRK-VALOR-SAI     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       77 WRK-CREDITO-SAI   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WRK-EVENTO-AREA.
          05 WRK-EVENTO     PIC X(04).
       01 WRK-EVENTO-REDEF REDEFINES WRK-EVENTO-AREA.
          05 WRK-EV-PREFIXO PIC X(03).
          05 WRK-EV-SUFIXO  PIC X(01).
       01 WRK-DOC-VALE.
          05 FILLER         PIC X(03) VALUE 'VAL'.
          05 WRK-DOC-MES    PIC X(06).
          05 FILLER         PIC X(01) VALUE SPACE.
      ******************************************************************
      * Mapa de contas carregado do CONTAMAP: uma entrada por evento.
      ******************************************************************
       01 TABELA-MAPA.
          05 MA-ENTRY OCCURS 60 TIMES.
             10 MA-EVENTO      PIC X(04).
             10 MA-DEBITO      PIC X(10).
             10 MA-CREDITO     PIC X(10).
             10 MA-CENTRO      PIC X(06).
      ******************************************************************
      * Totais por origem do lancamento, para o relatorio de controle:
      * 1 faturamento, 2 pagamentos, 3 estoque, 4 valorizacao,
      * 5 notas de credito.
      ******************************************************************
       01 TABELA-ORIGENS.
          05 OG-ENTRY OCCURS 5 TIMES.
             10 OG-NOME        PIC X(12).
             10 OG-QTD         PIC 9(07).
             10 OG-DEBITO      PIC 9(13)V99.
             10 OG-CREDITO     PIC 9(13)V99.
       COPY MSGPARM.
       COPY DATAPARM.
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
           PERFORM INICIALIZA-ORIGENS

           OPEN OUTPUT CONT-REL-FILE
           PERFORM ESCREVE-CABECALHO
           PERFORM CARREGA-MAPA

           IF WRK-QTD-MAPA = 0
               MOVE 'ACD0076E' TO MP-ID
               MOVE 'MAPA DE CONTAS VAZIO OU INEXISTENTE.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 'MAPA DE CONTAS AUSENTE - EXTRATO NAO GERADO.'
                   TO CONT-REL-LINHA
               WRITE CONT-REL-LINHA
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGA-SALDO-ESTOQUE
               PERFORM VERIFICA-FIM-MES
               OPEN OUTPUT LANCAMENTO-CONTABIL-FILE
               PERFORM GRAVA-CABECALHO-EXTRATO

               PERFORM EXTRAI-FATURAS
               PERFORM EXTRAI-PAGAMENTOS
               PERFORM EXTRAI-NOTAS-CREDITO
               OPEN INPUT ESTOQUE-MATERIAL-FILE
               IF WRK-FS-ESTQ = '00'
                   MOVE 'S' TO WRK-ESTQ-ABERTO
               END-IF
               PERFORM EXTRAI-MOVIMENTOS
               IF ULTIMO-DIA-MES
                   PERFORM EXTRAI-VALORIZACAO
               END-IF
               IF ESTOQUE-ABERTO
                   CLOSE ESTOQUE-MATERIAL-FILE
               END-IF

               PERFORM ESCREVE-RESUMO
               PERFORM FECHA-EXTRATO
               CLOSE LANCAMENTO-CONTABIL-FILE
           END-IF

           CLOSE CONT-REL-FILE
           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           STOP RUN.

       INICIALIZA-ORIGENS.
           MOVE 'FATURAMENTO' TO OG-NOME(1)
           MOVE 'PAGAMENTOS'  TO OG-NOME(2)
           MOVE 'ESTOQUE'     TO OG-NOME(3)
           MOVE 'VALORIZACAO' TO OG-NOME(4)
           MOVE 'NOTAS CRED'  TO OG-NOME(5)
           PERFORM VARYING WRK-IDX-ORIGEM FROM 1 BY 1
                   UNTIL WRK-IDX-ORIGEM > 5
               MOVE 0 TO OG-QTD(WRK-IDX-ORIGEM)
               MOVE 0 TO OG-DEBITO(WRK-IDX-ORIGEM)
               MOVE 0 TO OG-CREDITO(WRK-IDX-ORIGEM)
           END-PERFORM.

      ******************************************************************
      * CARREGA-MAPA - Carrega o mapa de contas em memoria. Entradas
      * alem da capacidade da tabela sao ignoradas e avisadas no
      * relatorio (os eventos delas caem como rejeitados).
      ******************************************************************
       CARREGA-MAPA.
           MOVE 0 TO WRK-QTD-MAPA
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT CONTA-MAPA-FILE
           IF WRK-FS-MAPA NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF
           PERFORM UNTIL FIM-ARQ
               READ CONTA-MAPA-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ AND CM-EVENTO NOT = SPACES
                   IF WRK-QTD-MAPA < 60
                       ADD 1 TO WRK-QTD-MAPA
                       MOVE CM-EVENTO
                           TO MA-EVENTO(WRK-QTD-MAPA)
                       MOVE CM-CONTA-DEBITO
                           TO MA-DEBITO(WRK-QTD-MAPA)
                       MOVE CM-CONTA-CREDITO
                           TO MA-CREDITO(WRK-QTD-MAPA)
                       MOVE CM-CENTRO-CUSTO
                           TO MA-CENTRO(WRK-QTD-MAPA)
                   ELSE
                       MOVE 'S' TO WRK-MAPA-EXCEDIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-FS-MAPA = '00' OR WRK-FS-MAPA = '10'
               CLOSE CONTA-MAPA-FILE
           END-IF
           IF MAPA-EXCEDIDO
               MOVE 'MAPA COM MAIS DE 60 EVENTOS - EXCEDENTES IGNORADOS'
                   TO CONT-REL-LINHA
               WRITE CONT-REL-LINHA
           END-IF.

      ******************************************************************
      * CARREGA-SALDO-ESTOQUE - Saldo de estoque ja lancado na
      * contabilidade antes do movimento de hoje. Se o ultimo extrato
      * liberado e de hoje (reexecucao), parte do saldo de abertura
      * daquele extrato; com o arquivo vazio (implantacao) ou sem
      * ele, parte de zero.
      ******************************************************************
       CARREGA-SALDO-ESTOQUE.
           MOVE 0 TO WRK-SALDO-ABERTURA
           OPEN INPUT CONTA-SALDO-FILE
           IF WRK-FS-SALDO = '00'
               READ CONTA-SALDO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SE-DATA = WRK-CD-DATA
                           MOVE SE-VALOR-ANTES TO WRK-SALDO-ABERTURA
                       ELSE
                           MOVE SE-VALOR TO WRK-SALDO-ABERTURA
                       END-IF
               END-READ
               CLOSE CONTA-SALDO-FILE
           END-IF
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-ESTOQUE.

      ******************************************************************
      * VERIFICA-FIM-MES - Hoje e o ultimo dia do mes quando amanha,
      * pelo subprograma comum de datas, cai no dia primeiro.
      ******************************************************************
       VERIFICA-FIM-MES.
           MOVE 'N' TO WRK-FIM-MES
           MOVE 3           TO DP-OPERACAO
           MOVE WRK-CD-DATA TO DP-DATA-1
           MOVE 1           TO DP-DIAS
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA = 'S' AND DP-RESULTADO(7:2) = '01'
               MOVE 'S' TO WRK-FIM-MES
           END-IF.

       GRAVA-CABECALHO-EXTRATO.
           MOVE SPACES      TO LANCAMENTO-CONTABIL-RECORD
           MOVE '0'         TO CB-TIPO
           MOVE WRK-CD-DATA TO CB-DATA
           MOVE 0           TO CB-DEBITO
           MOVE 0           TO CB-CREDITO
           MOVE 'PROG119'   TO CB-PROGRAMA
           WRITE LANCAMENTO-CONTABIL-RECORD.

      ******************************************************************
      * EXTRAI-FATURAS - Varre o mestre de faturas: emissao de hoje
      * gera o evento EMI do tipo da fatura pelo valor emitido; a
      * mudanca de situacao de hoje gera o cancelamento (CAN do
      * tipo), a renegociacao em acordo (RENE) ou a reabertura por
      * acordo rompido (REAB), pelo saldo da fatura.
      ******************************************************************
       EXTRAI-FATURAS.
           MOVE 1 TO WRK-IDX-ORIGEM
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT FATURA-MASTER-FILE
           IF WRK-FS-FAT NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF
           PERFORM UNTIL FIM-ARQ
               READ FATURA-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   PERFORM EXTRAI-FATURA
               END-IF
           END-PERFORM
           IF WRK-FS-FAT = '00' OR WRK-FS-FAT = '10'
               CLOSE FATURA-MASTER-FILE
           END-IF.

       EXTRAI-FATURA.
           MOVE FA-NUMERO TO WRK-NUM-DOC
           MOVE WRK-NUM-DOC TO WRK-DOCUMENTO
           IF FA-TIPO = SPACE
               MOVE 'M' TO WRK-EV-SUFIXO
           ELSE
               MOVE FA-TIPO TO WRK-EV-SUFIXO
           END-IF

           IF FA-DATA-EMISSAO = WRK-CD-DATA
               MOVE 'EMI' TO WRK-EV-PREFIXO
               EVALUATE TRUE
                   WHEN FA-ENCARGO
                       MOVE 'PROG116' TO WRK-PROGRAMA
                   WHEN FA-PARCELAMENTO
                       MOVE 'PROG117' TO WRK-PROGRAMA
                   WHEN FA-TAXA-DOCUMENTO
                       MOVE 'PROG183' TO WRK-PROGRAMA
                   WHEN OTHER
                       MOVE 'PROG70'  TO WRK-PROGRAMA
               END-EVALUATE
               MOVE FA-VALOR TO WRK-VALOR-EVENTO
               PERFORM LANCA-EVENTO
           END-IF

           IF FA-DATA-STATUS = WRK-CD-DATA
               MOVE FA-SALDO TO WRK-VALOR-EVENTO
               EVALUATE TRUE
                   WHEN FA-CANCELADA
                       MOVE 'CAN'     TO WRK-EV-PREFIXO
                       MOVE 'PROG118' TO WRK-PROGRAMA
                       PERFORM LANCA-EVENTO
                   WHEN FA-RENEGOCIADA
                       MOVE 'RENE'    TO WRK-EVENTO
                       MOVE 'PROG117' TO WRK-PROGRAMA
                       PERFORM LANCA-EVENTO
                   WHEN FA-ACORDO IS NUMERIC AND FA-ACORDO > 0
                       AND NOT FA-PARCELAMENTO
                       MOVE 'REAB'    TO WRK-EVENTO
                       MOVE 'PROG118' TO WRK-PROGRAMA
                       PERFORM LANCA-EVENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      ******************************************************************
      * EXTRAI-PAGAMENTOS - Pagamentos aplicados hoje (pela data de
      * postagem; registros antigos sem ela valem pela data do
      * pagamento), evento PAG da origem: manual ou banco.
      ******************************************************************
       EXTRAI-PAGAMENTOS.
           MOVE 2 TO WRK-IDX-ORIGEM
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF
           PERFORM UNTIL FIM-ARQ
               READ PAGAMENTO-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF PG-DATA-POSTAGEM = WRK-CD-DATA
                       OR (PG-DATA-POSTAGEM = SPACES
                           AND PG-DATA = WRK-CD-DATA)
                       PERFORM EXTRAI-PAGAMENTO
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-FS-PAGTO = '00' OR WRK-FS-PAGTO = '10'
               CLOSE PAGAMENTO-FILE
           END-IF.

       EXTRAI-PAGAMENTO.
           MOVE 'PAG' TO WRK-EV-PREFIXO
           IF PG-BANCO
               MOVE 'B'      TO WRK-EV-SUFIXO
               MOVE 'PROG74' TO WRK-PROGRAMA
           ELSE
               MOVE 'M'      TO WRK-EV-SUFIXO
               MOVE 'PROG71' TO WRK-PROGRAMA
           END-IF
           MOVE PG-FATURA TO WRK-NUM-DOC
           MOVE WRK-NUM-DOC TO WRK-DOCUMENTO
           MOVE PG-VALOR TO WRK-VALOR-EVENTO
           PERFORM LANCA-EVENTO.

      ******************************************************************
      * EXTRAI-NOTAS-CREDITO - Notas de credito de trancamento que
      * movimentaram a fatura hoje. Emitida hoje: NCAB pelo saldo
      * abatido e NCRB pelo reembolso a pagar. Reembolso baixado hoje
      * como pago: NCPG. Estornada hoje na reintegracao: NCES pelo que
      * volta a ser devido (saldo abatido e reembolso ja pago) e, se o
      * reembolso ainda estava pendente, NCRB negativo para anular a
      * obrigacao. A fatura nao muda de data de situacao nesses casos
      * e o abatimento so aparece aqui.
      ******************************************************************
       EXTRAI-NOTAS-CREDITO.
           MOVE 5 TO WRK-IDX-ORIGEM
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT NOTA-CREDITO-FILE
           IF WRK-FS-NCRED NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF
           PERFORM UNTIL FIM-ARQ
               READ NOTA-CREDITO-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   PERFORM EXTRAI-NOTA-CREDITO
               END-IF
           END-PERFORM
           IF WRK-FS-NCRED = '00' OR WRK-FS-NCRED = '10'
               CLOSE NOTA-CREDITO-FILE
           END-IF.

       EXTRAI-NOTA-CREDITO.
           MOVE 'PROG113' TO WRK-PROGRAMA
           MOVE NC-NUMERO TO WRK-NUM-DOC
           MOVE WRK-NUM-DOC TO WRK-DOCUMENTO

           IF NC-DATA-EMISSAO = WRK-CD-DATA
               MOVE 'NCAB' TO WRK-EVENTO
               MOVE NC-SALDO-ABATIDO TO WRK-VALOR-EVENTO
               PERFORM LANCA-EVENTO
               MOVE 'NCRB' TO WRK-EVENTO
               MOVE NC-VALOR-REEMBOLSO TO WRK-VALOR-EVENTO
               PERFORM LANCA-EVENTO
           END-IF

           IF NC-DATA-REEMBOLSO = WRK-CD-DATA AND NC-REEMB-PAGO
               MOVE 'NCPG' TO WRK-EVENTO
               MOVE NC-VALOR-REEMBOLSO TO WRK-VALOR-EVENTO
               PERFORM LANCA-EVENTO
           END-IF

           IF NC-DATA-ESTORNO = WRK-CD-DATA AND NC-ESTORNADA
               MOVE 'NCES' TO WRK-EVENTO
               MOVE NC-SALDO-ABATIDO TO WRK-VALOR-EVENTO
               IF NC-REEMB-PAGO
                   ADD NC-VALOR-REEMBOLSO TO WRK-VALOR-EVENTO
               END-IF
               PERFORM LANCA-EVENTO
               IF NC-REEMB-CANCELADO
                   MOVE 'NCRB' TO WRK-EVENTO
                   COMPUTE WRK-VALOR-EVENTO = 0 - NC-VALOR-REEMBOLSO
                   PERFORM LANCA-EVENTO
               END-IF
           END-IF.

      ******************************************************************
      * EXTRAI-MOVIMENTOS - Movimentos de estoque de hoje, valorizados
      * pela quantidade assinada vezes o custo medio corrente do
      * material. O saldo contabil do estoque acompanha o valor
      * assinado; consumo e liberacao (que chegam negativos) sao
      * lancados pelo valor absoluto no sentido do proprio evento.
      * Material inexistente no mestre rejeita o movimento. A
      * transferencia entre locais de estoque (par de movimentos 'T'
      * que se anulam) nao muda o valor do estoque e nao e
      * contabilizada.
      ******************************************************************
       EXTRAI-MOVIMENTOS.
           MOVE 3 TO WRK-IDX-ORIGEM
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT MOVIMENTO-ESTOQUE-FILE
           IF WRK-FS-MOVTO NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF
           PERFORM UNTIL FIM-ARQ
               READ MOVIMENTO-ESTOQUE-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ AND MV-DATA = WRK-CD-DATA
                   AND NOT MV-TRANSFERENCIA
                   PERFORM EXTRAI-MOVIMENTO
               END-IF
           END-PERFORM
           IF WRK-FS-MOVTO = '00' OR WRK-FS-MOVTO = '10'
               CLOSE MOVIMENTO-ESTOQUE-FILE
           END-IF.

       EXTRAI-MOVIMENTO.
           MOVE 'EST'    TO WRK-EV-PREFIXO
           MOVE MV-TIPO  TO WRK-EV-SUFIXO
           EVALUATE TRUE
               WHEN MV-CONSUMO
                   MOVE 'PROG02'  TO WRK-PROGRAMA
               WHEN MV-LIBERACAO
                   MOVE 'PROG67'  TO WRK-PROGRAMA
               WHEN MV-KIT
                   MOVE 'PROG172' TO WRK-PROGRAMA
               WHEN MV-ENTRADA AND MV-ORDEM NOT = SPACES
                   MOVE 'PROG99'  TO WRK-PROGRAMA
               WHEN MV-AJUSTE AND MV-ORDEM = 'INVENT'
                   MOVE 'PROG100' TO WRK-PROGRAMA
               WHEN OTHER
                   MOVE 'PROG32'  TO WRK-PROGRAMA
           END-EVALUATE
           IF MV-ORDEM = SPACES
               MOVE MV-CODIGO TO WRK-DOCUMENTO
           ELSE
               MOVE MV-ORDEM  TO WRK-DOCUMENTO
           END-IF

           MOVE 'N' TO WRK-ACHOU
           IF ESTOQUE-ABERTO
               MOVE MV-CODIGO TO EM-CODIGO
               READ ESTOQUE-MATERIAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
               END-READ
           END-IF
           IF NOT MATERIAL-ACHADO
               ADD 1 TO WRK-TOTAL-EVENTOS
               MOVE 'MATERIAL SEM CADASTRO' TO WRK-MOTIVO
               MOVE 0 TO WRK-VALOR-EVENTO
               PERFORM REJEITA-EVENTO
           ELSE
               COMPUTE WRK-VALOR-MOVTO ROUNDED =
                   MV-QUANTIDADE * EM-CUSTO-UNIT
               ADD WRK-VALOR-MOVTO TO WRK-SALDO-ESTOQUE
               IF MV-CONSUMO OR MV-LIBERACAO OR MV-KIT
                   COMPUTE WRK-VALOR-EVENTO = 0 - WRK-VALOR-MOVTO
               ELSE
                   MOVE WRK-VALOR-MOVTO TO WRK-VALOR-EVENTO
               END-IF
               PERFORM LANCA-EVENTO
           END-IF.

      ******************************************************************
      * EXTRAI-VALORIZACAO - No ultimo dia do mes valoriza o estoque
      * inteiro (saldo x custo medio, como o PROG102) e lanca a
      * diferenca contra o saldo ja contabilizado como ajuste VALE;
      * o saldo contabil passa a ser a propria valorizacao.
      ******************************************************************
       EXTRAI-VALORIZACAO.
           MOVE 4 TO WRK-IDX-ORIGEM
           MOVE 0 TO WRK-VALORIZACAO
           MOVE 'N' TO WRK-FIM-ARQ
           IF NOT ESTOQUE-ABERTO
               MOVE 'S' TO WRK-FIM-ARQ
           ELSE
               MOVE SPACES TO EM-CODIGO
               START ESTOQUE-MATERIAL-FILE
                   KEY IS NOT LESS THAN EM-CODIGO
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-ARQ
               END-START
           END-IF
           PERFORM UNTIL FIM-ARQ
               READ ESTOQUE-MATERIAL-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   COMPUTE WRK-VALOR-MOVTO ROUNDED =
                       EM-SALDO * EM-CUSTO-UNIT
                   ADD WRK-VALOR-MOVTO TO WRK-VALORIZACAO
               END-IF
           END-PERFORM

           IF ESTOQUE-ABERTO
               MOVE 'VALE'    TO WRK-EVENTO
               MOVE 'PROG102' TO WRK-PROGRAMA
               MOVE WRK-CD-DATA(1:6) TO WRK-DOC-MES
               MOVE WRK-DOC-VALE TO WRK-DOCUMENTO
               COMPUTE WRK-VALOR-EVENTO =
                   WRK-VALORIZACAO - WRK-SALDO-ESTOQUE
               PERFORM LANCA-EVENTO
               MOVE WRK-VALORIZACAO TO WRK-SALDO-ESTOQUE
           END-IF.

      ******************************************************************
      * LANCA-EVENTO - Lanca um evento contabil em partida dobrada:
      * busca o evento no mapa de contas e grava a linha de debito e
      * a de credito pelo mesmo valor. Valor negativo inverte as
      * contas e e lancado pelo absoluto; valor zero nao gera
      * lancamento; evento fora do mapa e rejeitado.
      ******************************************************************
       LANCA-EVENTO.
           IF WRK-VALOR-EVENTO NOT = 0
               ADD 1 TO WRK-TOTAL-EVENTOS
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-MAPA
                       OR MA-EVENTO(WRK-IDX) = WRK-EVENTO
                   CONTINUE
               END-PERFORM
               IF WRK-IDX > WRK-QTD-MAPA
                   MOVE 'EVENTO FORA DO MAPA' TO WRK-MOTIVO
                   PERFORM REJEITA-EVENTO
               ELSE
                   IF WRK-VALOR-EVENTO < 0
                       COMPUTE WRK-VALOR-LANC = 0 - WRK-VALOR-EVENTO
                       MOVE MA-CREDITO(WRK-IDX) TO WRK-CONTA-DEBITO
                       MOVE MA-DEBITO(WRK-IDX)  TO WRK-CONTA-CREDITO
                   ELSE
                       MOVE WRK-VALOR-EVENTO    TO WRK-VALOR-LANC
                       MOVE MA-DEBITO(WRK-IDX)  TO WRK-CONTA-DEBITO
                       MOVE MA-CREDITO(WRK-IDX) TO WRK-CONTA-CREDITO
                   END-IF

                   MOVE SPACES            TO LANCAMENTO-CONTABIL-RECORD
                   MOVE '1'               TO CB-TIPO
                   MOVE WRK-CD-DATA       TO CB-DATA
                   MOVE WRK-CONTA-DEBITO  TO CB-CONTA
                   MOVE MA-CENTRO(WRK-IDX) TO CB-CENTRO-CUSTO
                   MOVE WRK-VALOR-LANC    TO CB-DEBITO
                   MOVE 0                 TO CB-CREDITO
                   MOVE WRK-PROGRAMA      TO CB-PROGRAMA
                   MOVE WRK-DOCUMENTO     TO CB-DOCUMENTO
                   WRITE LANCAMENTO-CONTABIL-RECORD

                   MOVE WRK-CONTA-CREDITO TO CB-CONTA
                   MOVE 0                 TO CB-DEBITO
                   MOVE WRK-VALOR-LANC    TO CB-CREDITO
                   WRITE LANCAMENTO-CONTABIL-RECORD

                   ADD 2 TO WRK-TOTAL-LANC
                   ADD WRK-VALOR-LANC TO WRK-TOTAL-DEBITO
                   ADD WRK-VALOR-LANC TO WRK-TOTAL-CREDITO
                   ADD 2 TO OG-QTD(WRK-IDX-ORIGEM)
                   ADD WRK-VALOR-LANC TO OG-DEBITO(WRK-IDX-ORIGEM)
                   ADD WRK-VALOR-LANC TO OG-CREDITO(WRK-IDX-ORIGEM)
               END-IF
           END-IF.

       REJEITA-EVENTO.
           ADD 1 TO WRK-TOTAL-REJEIT
           MOVE WRK-VALOR-EVENTO TO WRK-VALOR-SAI
           MOVE SPACES TO CONT-REL-LINHA
           STRING 'REJEITADO ' DELIMITED BY SIZE
               WRK-EVENTO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-PROGRAMA DELIMITED BY SIZE
               ' DOC ' DELIMITED BY SIZE
               WRK-DOCUMENTO DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-MOTIVO DELIMITED BY SIZE
               INTO CONT-REL-LINHA
           WRITE CONT-REL-LINHA.

      ******************************************************************
      * FECHA-EXTRATO - Libera o extrato so com debitos iguais aos
      * creditos e nenhum evento rejeitado: grava o trailer com a
      * contagem e os totais e regrava o saldo contabil do estoque.
      * Caso contrario o arquivo fica sem trailer (recusado na carga)
      * e a rodada termina com erro.
      ******************************************************************
       FECHA-EXTRATO.
           IF WRK-TOTAL-DEBITO = WRK-TOTAL-CREDITO
               AND WRK-TOTAL-REJEIT = 0
               MOVE SPACES            TO LANCAMENTO-CONTABIL-RECORD
               MOVE '9'               TO CB-TIPO
               MOVE WRK-CD-DATA       TO CB-DATA
               MOVE WRK-TOTAL-DEBITO  TO CB-DEBITO
               MOVE WRK-TOTAL-CREDITO TO CB-CREDITO
               MOVE 'PROG119'         TO CB-PROGRAMA
               MOVE WRK-TOTAL-LANC    TO CB-DOCUMENTO
               WRITE LANCAMENTO-CONTABIL-RECORD

               OPEN OUTPUT CONTA-SALDO-FILE
               MOVE WRK-CD-DATA        TO SE-DATA
               MOVE WRK-SALDO-ABERTURA TO SE-VALOR-ANTES
               MOVE WRK-SALDO-ESTOQUE  TO SE-VALOR
               WRITE CONTA-SALDO-RECORD
               CLOSE CONTA-SALDO-FILE

               MOVE WRK-TOTAL-LANC TO WRK-TOTAL-ED
               MOVE SPACES TO CONT-REL-LINHA
               STRING 'ARQUIVO FECHADO - ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   ' LANCAMENTOS, TRAILER GRAVADO.' DELIMITED BY SIZE
                   INTO CONT-REL-LINHA
               WRITE CONT-REL-LINHA
           ELSE
               MOVE 'ACD0077E' TO MP-ID
               MOVE 'EXTRATO CONTABIL NAO BALANCEADO - NAO LIBERADO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 'ARQUIVO NAO FECHADO - DESBALANCEADO OU REJEITOS.'
                   TO CONT-REL-LINHA
               WRITE CONT-REL-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF.

       ESCREVE-CABECALHO.
           MOVE SPACES TO CONT-REL-LINHA
           STRING 'EXTRATO CONTABIL - CONTROLE DO DIA '
               DELIMITED BY SIZE
               WRK-CD-DATA DELIMITED BY SIZE
               INTO CONT-REL-LINHA
           WRITE CONT-REL-LINHA
           MOVE '----------------------------------------'
               TO CONT-REL-LINHA
           WRITE CONT-REL-LINHA.

       ESCREVE-RESUMO.
           MOVE '----------------------------------------'
               TO CONT-REL-LINHA
           WRITE CONT-REL-LINHA
           PERFORM VARYING WRK-IDX-ORIGEM FROM 1 BY 1
                   UNTIL WRK-IDX-ORIGEM > 5
               MOVE OG-QTD(WRK-IDX-ORIGEM)     TO WRK-TOTAL-ED
               MOVE OG-DEBITO(WRK-IDX-ORIGEM)  TO WRK-VALOR-SAI
               MOVE OG-CREDITO(WRK-IDX-ORIGEM) TO WRK-CREDITO-SAI
               MOVE SPACES TO CONT-REL-LINHA
               STRING OG-NOME(WRK-IDX-ORIGEM) DELIMITED BY SIZE
                   ' LANC ' DELIMITED BY SIZE
                   WRK-TOTAL-ED DELIMITED BY SIZE
                   ' DEB ' DELIMITED BY SIZE
                   WRK-VALOR-SAI DELIMITED BY SIZE
                   ' CRED ' DELIMITED BY SIZE
                   WRK-CREDITO-SAI DELIMITED BY SIZE
                   INTO CONT-REL-LINHA
               WRITE CONT-REL-LINHA
           END-PERFORM

           MOVE WRK-TOTAL-LANC    TO WRK-TOTAL-ED
           MOVE WRK-TOTAL-DEBITO  TO WRK-VALOR-SAI
           MOVE WRK-TOTAL-CREDITO TO WRK-CREDITO-SAI
           MOVE SPACES TO CONT-REL-LINHA
           STRING 'TOTAL       ' DELIMITED BY SIZE
               ' LANC ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               ' DEB ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               ' CRED ' DELIMITED BY SIZE
               WRK-CREDITO-SAI DELIMITED BY SIZE
               INTO CONT-REL-LINHA
           WRITE CONT-REL-LINHA

           MOVE WRK-TOTAL-REJEIT TO WRK-TOTAL-ED
           MOVE SPACES TO CONT-REL-LINHA
           STRING 'EVENTOS REJEITADOS..........: ' DELIMITED BY SIZE
               WRK-TOTAL-ED DELIMITED BY SIZE
               INTO CONT-REL-LINHA
           WRITE CONT-REL-LINHA

           MOVE WRK-SALDO-ESTOQUE TO WRK-VALOR-SAI
           MOVE SPACES TO CONT-REL-LINHA
           STRING 'SALDO CONTABIL DO ESTOQUE...: ' DELIMITED BY SIZE
               WRK-VALOR-SAI DELIMITED BY SIZE
               INTO CONT-REL-LINHA
           WRITE CONT-REL-LINHA.

      ******************************************************************
      * EMITE-MENSAGEM - Emite a condicao de operacao corrente pela
      * rotina comum de mensagens (identificador estavel + texto de
      * catalogo), para interceptacao pela automacao do console.
      ******************************************************************
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
           MOVE 'PROG119'         TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO    TO RN-EVENTO
           MOVE WRK-CD-DATA       TO RN-DATA
           MOVE WRK-CD-HORA       TO RN-HORA
           MOVE WRK-TOTAL-EVENTOS TO RN-LIDOS
           MOVE WRK-TOTAL-LANC    TO RN-GRAVADOS
           MOVE WRK-TOTAL-REJEIT  TO RN-REJEITADOS
           MOVE RETURN-CODE       TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG119.
