      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG148.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  CONCILIACAO BANCARIA DOS RECEBIMENTOS DE MENSALIDADE - O
      *  PROG74 POSTA O RETORNO DO BANCO, MAS NINGUEM CONFERIA SE O
      *  DINHEIRO CHEGOU NA CONTA. ESTE PROGRAMA LE O EXTRATO DIARIO
      *  DO BANCO (EXTRATO) E CASA:
      *  - OS CREDITOS DE COBRANCA ('COB') COM O TOTAL DOS PAGAMENTOS
      *    PG-BANCO POSTADOS, POR DATA DE LIQUIDACAO;
      *  - OS PAGAMENTOS PG-MANUAL DO BALCAO COM AS GUIAS DE DEPOSITO
      *    REGISTRADAS PELO PROG149, POR DATA DO CAIXA, E CADA GUIA
      *    COM O SEU CREDITO DE DEPOSITO ('DEP') NO EXTRATO.
      *  O QUE NAO CASA, DE QUALQUER LADO, SAI NO CONCREL E VAI PARA
      *  A NOVA GERACAO DAS PENDENCIAS (CONCNOVA), RELIDA NO DIA
      *  SEGUINTE (CONCPEND) ATE CASAR, COM A IDADE DE CADA ITEM.
      *  PARM: 'AAAAMMDD' - DATA DA CONCILIACAO (EM BRANCO, HOJE); SAO
      *  CONSIDERADOS OS PAGAMENTOS POSTADOS E AS GUIAS REGISTRADAS
      *  NESSA DATA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO-FILE ASSIGN TO "EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
           SELECT PAGAMENTO-FILE ASSIGN TO "PAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAGTO.
           SELECT GUIA-DEPOSITO-FILE ASSIGN TO "GUIADEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GUIA.
           SELECT CONC-PENDENTE-FILE ASSIGN TO "CONCPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PEND.
           SELECT CONC-NOVA-FILE ASSIGN TO "CONCNOVA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOVA.
           SELECT CONC-REL-FILE ASSIGN TO "CONCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RUNCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO-FILE.
           COPY EXTRATO.
       FD  PAGAMENTO-FILE.
           COPY PAGTO.
       FD  GUIA-DEPOSITO-FILE.
           COPY GUIADEP.
       FD  CONC-PENDENTE-FILE.
       01 CONC-PENDENTE-LINHA  PIC X(49).
       FD  CONC-NOVA-FILE.
       01 CONC-NOVA-LINHA      PIC X(49).
       FD  CONC-REL-FILE.
           COPY CONCREL.
       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EXTRATO    PIC X(02) VALUE SPACES.
       77 WRK-FS-PAGTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-GUIA       PIC X(02) VALUE SPACES.
       77 WRK-FS-PEND       PIC X(02) VALUE SPACES.
       77 WRK-FS-NOVA       PIC X(02) VALUE SPACES.
       77 WRK-FS-REL        PIC X(02) VALUE SPACES.
       77 WRK-FS-RUNCTL     PIC X(02) VALUE SPACES.
       77 WRK-RUN-EVENTO    PIC X(01) VALUE 'I'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-TABELA-CHEIA  PIC X(01) VALUE 'N'.
           88 TABELA-CHEIA         VALUE 'S'.
       77 WRK-DATA-CONC     PIC X(08) VALUE SPACES.
       77 WRK-DATA-POSTAGEM PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-TIPO    PIC X(01) VALUE SPACES.
       77 WRK-CHAVE-DATA    PIC X(08) VALUE SPACES.
       77 WRK-TIPO-SECAO    PIC X(01) VALUE SPACES.
       77 WRK-ABERTURA      PIC X(08) VALUE SPACES.

      *  CONTADORES E INDICES.
       77 WRK-QTD-DATAS     PIC 9(03) VALUE 0.
       77 WRK-QTD-GUIAS     PIC 9(03) VALUE 0.
       77 WRK-QTD-DEPOS     PIC 9(03) VALUE 0.
       77 WRK-IDX           PIC 9(03) VALUE 0.
       77 WRK-GIDX          PIC 9(03) VALUE 0.
       77 WRK-XIDX          PIC 9(03) VALUE 0.
       77 WRK-QTD-LIDOS     PIC 9(08) VALUE 0.
       77 WRK-QTD-FORA      PIC 9(08) VALUE 0.
       77 WRK-QTD-CASADOS   PIC 9(08) VALUE 0.
       77 WRK-QTD-ABERTOS   PIC 9(08) VALUE 0.
       77 WRK-QTD-SECAO     PIC 9(08) VALUE 0.
       77 WRK-DIFERENCA     PIC S9(09)V99 VALUE 0.
       77 WRK-TOTAL-ABERTO  PIC S9(09)V99 VALUE 0.
       77 WRK-QTD-ED        PIC ZZZZZZZ9.
       77 WRK-DIAS-ED       PIC ZZZZ9.
       77 WRK-VALOR-SIST-ED PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-VALOR-CONT-ED PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-DIFERENCA-ED  PIC -ZZZ,ZZZ,ZZ9.99.

      *  DATAS DE LIQUIDACAO ('B') E DE CAIXA ('M') COM O TOTAL DO
      *  SISTEMA (PAGAMENTOS) E O DO OUTRO LADO (EXTRATO OU GUIAS).
       01 TABELA-DATAS.
          05 TD-ENTRY OCCURS 200 TIMES.
             10 TD-TIPO           PIC X(01).
             10 TD-DATA           PIC X(08).
             10 TD-VALOR-SIST     PIC 9(09)V99.
             10 TD-VALOR-CONTRA   PIC 9(09)V99.
             10 TD-ABERTURA       PIC X(08).

      *  GUIAS DE DEPOSITO AINDA SEM CREDITO NO EXTRATO.
       01 TABELA-GUIAS.
          05 TG-ENTRY OCCURS 300 TIMES.
             10 TG-NUMERO         PIC X(10).
             10 TG-DATA           PIC X(08).
             10 TG-VALOR          PIC 9(09)V99.
             10 TG-ABERTURA       PIC X(08).
             10 TG-CASADA         PIC X(01).

      *  CREDITOS DE DEPOSITO DO EXTRATO AINDA SEM GUIA.
       01 TABELA-DEPOSITOS.
          05 TX-ENTRY OCCURS 300 TIMES.
             10 TX-DOCUMENTO      PIC X(10).
             10 TX-DATA           PIC X(08).
             10 TX-VALOR          PIC 9(09)V99.
             10 TX-ABERTURA       PIC X(08).
             10 TX-CASADO         PIC X(01).

           COPY CONCPEND.

       01 WRK-DATA-ED.
          05 WRK-DE-DIA     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-MES     PIC X(02).
          05 FILLER         PIC X(01) VALUE '/'.
          05 WRK-DE-ANO     PIC X(04).
       77 WRK-DATA-TRAB     PIC X(08) VALUE SPACES.
       77 WRK-SITUACAO-TXT  PIC X(10) VALUE SPACES.

       COPY DATAPARM.
       COPY MSGPARM.

       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       01 WRK-HOJE          PIC X(08) VALUE SPACES.
       LINKAGE SECTION.
       01 PARM-ENTRADA.
          05 PARM-TAM    PIC S9(04) COMP.
          05 PARM-TEXTO  PIC X(08).
       PROCEDURE DIVISION USING PARM-ENTRADA.
       INICIO.
           MOVE 'I' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE WRK-CD-DATA TO WRK-HOJE

           PERFORM VALIDA-PARM
           IF RETURN-CODE < 8
               PERFORM CARREGA-PENDENCIAS
               PERFORM CARREGA-PAGAMENTOS
               PERFORM CARREGA-GUIAS
               PERFORM CARREGA-EXTRATO
           END-IF
           IF RETURN-CODE < 8
               PERFORM CASA-GUIAS
               OPEN OUTPUT CONC-REL-FILE
               OPEN OUTPUT CONC-NOVA-FILE
               PERFORM EMITE-CABECALHO
               MOVE 'B' TO WRK-TIPO-SECAO
               PERFORM EMITE-DATAS
               MOVE 'M' TO WRK-TIPO-SECAO
               PERFORM EMITE-DATAS
               PERFORM EMITE-GUIAS-ABERTAS
               PERFORM EMITE-DEPOSITOS-ABERTOS
               PERFORM EMITE-RESUMO
               CLOSE CONC-NOVA-FILE
               CLOSE CONC-REL-FILE
               IF WRK-QTD-ABERTOS > 0
                   MOVE WRK-QTD-ABERTOS TO WRK-QTD-ED
                   MOVE 'ACD0135W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'ITENS EM ABERTO NA CONCILIACAO BANCARIA: '
                       DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF TABELA-CHEIA
                   MOVE 'ACD0136W' TO MP-ID
                   MOVE SPACES TO MP-TEXTO
                   STRING 'TABELA DA CONCILIACAO CHEIA - ITENS '
                       DELIMITED BY SIZE
                       'IGNORADOS NESTA RODADA.' DELIMITED BY SIZE
                       INTO MP-TEXTO
                   PERFORM EMITE-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           MOVE 'F' TO WRK-RUN-EVENTO
           PERFORM REGISTRA-RUNCTL
           GOBACK.

      ******************************************************************
      * VALIDA-PARM - Data da conciliacao; em branco, hoje.
      ******************************************************************
       VALIDA-PARM.
           MOVE WRK-HOJE TO WRK-DATA-CONC
           IF PARM-TAM > 0 AND PARM-TEXTO NOT = SPACES
               MOVE PARM-TEXTO TO WRK-DATA-CONC
           END-IF
           MOVE 1             TO DP-OPERACAO
           MOVE WRK-DATA-CONC TO DP-DATA-1
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA NOT = 'S' OR WRK-DATA-CONC > WRK-HOJE
               MOVE 'ACD0133E' TO MP-ID
               MOVE 'PARM INVALIDO. USE A DATA DA CONCILIACAO AAAAMMDD.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF.

      ******************************************************************
      * CARREGA-PENDENCIAS - Rele as pendencias da rodada anterior;
      * sem a geracao anterior (primeira rodada) nada ha em aberto.
      ******************************************************************
       CARREGA-PENDENCIAS.
           OPEN INPUT CONC-PENDENTE-FILE
           IF WRK-FS-PEND = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ CONC-PENDENTE-FILE
                       INTO CONCILIACAO-PENDENTE-RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       PERFORM CARREGA-PENDENCIA
                   END-IF
               END-PERFORM
               CLOSE CONC-PENDENTE-FILE
           END-IF.

       CARREGA-PENDENCIA.
           EVALUATE TRUE
               WHEN CN-COBRANCA OR CN-MANUAL
                   MOVE CN-TIPO          TO WRK-CHAVE-TIPO
                   MOVE CN-DATA          TO WRK-CHAVE-DATA
                   MOVE CN-DATA-ABERTURA TO WRK-ABERTURA
                   PERFORM LOCALIZA-DATA
                   IF WRK-IDX > 0
                       ADD CN-VALOR-SIST   TO TD-VALOR-SIST(WRK-IDX)
                       ADD CN-VALOR-CONTRA TO TD-VALOR-CONTRA(WRK-IDX)
                   END-IF
               WHEN CN-GUIA
                   MOVE CN-DOCUMENTO     TO GD-NUMERO
                   MOVE CN-DATA          TO GD-DATA-CAIXA
                   MOVE CN-VALOR-CONTRA  TO GD-VALOR
                   MOVE CN-DATA-ABERTURA TO WRK-ABERTURA
                   PERFORM INCLUI-GUIA
               WHEN CN-DEPOSITO
                   MOVE CN-DOCUMENTO     TO EB-DOCUMENTO
                   MOVE CN-DATA          TO EB-DATA
                   MOVE CN-VALOR-CONTRA  TO EB-VALOR
                   MOVE CN-DATA-ABERTURA TO WRK-ABERTURA
                   PERFORM INCLUI-DEPOSITO
           END-EVALUATE.

      ******************************************************************
      * CARREGA-PAGAMENTOS - Soma os pagamentos postados na data da
      * conciliacao: PG-BANCO pela data de liquidacao, PG-MANUAL pela
      * data do caixa (registro antigo sem data de postagem vale pela
      * PG-DATA).
      ******************************************************************
       CARREGA-PAGAMENTOS.
           OPEN INPUT PAGAMENTO-FILE
           IF WRK-FS-PAGTO = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ PAGAMENTO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       IF PG-DATA-POSTAGEM = SPACES
                           MOVE PG-DATA TO WRK-DATA-POSTAGEM
                       ELSE
                           MOVE PG-DATA-POSTAGEM TO WRK-DATA-POSTAGEM
                       END-IF
                       IF WRK-DATA-POSTAGEM = WRK-DATA-CONC
                           PERFORM SOMA-PAGAMENTO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PAGAMENTO-FILE
           END-IF.

       SOMA-PAGAMENTO.
           ADD 1 TO WRK-QTD-LIDOS
           IF PG-BANCO
               MOVE 'B' TO WRK-CHAVE-TIPO
           ELSE
               MOVE 'M' TO WRK-CHAVE-TIPO
           END-IF
           MOVE PG-DATA       TO WRK-CHAVE-DATA
           MOVE WRK-DATA-CONC TO WRK-ABERTURA
           PERFORM LOCALIZA-DATA
           IF WRK-IDX > 0
               ADD PG-VALOR TO TD-VALOR-SIST(WRK-IDX)
           END-IF.

      ******************************************************************
      * CARREGA-GUIAS - Guias de deposito registradas na data da
      * conciliacao: somam contra os pagamentos manuais do caixa e
      * entram na tabela para casar com o extrato.
      ******************************************************************
       CARREGA-GUIAS.
           OPEN INPUT GUIA-DEPOSITO-FILE
           IF WRK-FS-GUIA = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ GUIA-DEPOSITO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       AND GD-DATA-REGISTRO = WRK-DATA-CONC
                       ADD 1 TO WRK-QTD-LIDOS
                       MOVE 'M'           TO WRK-CHAVE-TIPO
                       MOVE GD-DATA-CAIXA TO WRK-CHAVE-DATA
                       MOVE WRK-DATA-CONC TO WRK-ABERTURA
                       PERFORM LOCALIZA-DATA
                       IF WRK-IDX > 0
                           ADD GD-VALOR TO TD-VALOR-CONTRA(WRK-IDX)
                       END-IF
                       PERFORM INCLUI-GUIA
                   END-IF
               END-PERFORM
               CLOSE GUIA-DEPOSITO-FILE
           END-IF.

      ******************************************************************
      * CARREGA-EXTRATO - Creditos de cobranca somam contra os
      * pagamentos PG-BANCO da data; creditos de deposito entram na
      * tabela para casar com as guias. Debitos e outros historicos
      * ficam fora da conciliacao.
      ******************************************************************
       CARREGA-EXTRATO.
           OPEN INPUT EXTRATO-FILE
           IF WRK-FS-EXTRATO NOT = '00'
               MOVE 'ACD0134E' TO MP-ID
               MOVE 'EXTRATO BANCARIO INDISPONIVEL - SEM CONCILIACAO.'
                   TO MP-TEXTO
               PERFORM EMITE-MENSAGEM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL FIM-ARQ
                   READ EXTRATO-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-ARQ
                   END-READ
                   IF NOT FIM-ARQ
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM CLASSIFICA-LANCAMENTO
                   END-IF
               END-PERFORM
               CLOSE EXTRATO-FILE
           END-IF.

       CLASSIFICA-LANCAMENTO.
           EVALUATE TRUE
               WHEN EB-CREDITO AND EB-COBRANCA
                   MOVE 'B'           TO WRK-CHAVE-TIPO
                   MOVE EB-DATA       TO WRK-CHAVE-DATA
                   MOVE WRK-DATA-CONC TO WRK-ABERTURA
                   PERFORM LOCALIZA-DATA
                   IF WRK-IDX > 0
                       ADD EB-VALOR TO TD-VALOR-CONTRA(WRK-IDX)
                   END-IF
               WHEN EB-CREDITO AND EB-DEPOSITO
                   MOVE WRK-DATA-CONC TO WRK-ABERTURA
                   PERFORM INCLUI-DEPOSITO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FORA
           END-EVALUATE.

      ******************************************************************
      * LOCALIZA-DATA - Acha (ou abre) a entrada do tipo e da data na
      * tabela de datas; WRK-IDX zero quando a tabela esta cheia. A
      * abertura mais antiga prevalece.
      ******************************************************************
       LOCALIZA-DATA.
           MOVE 0 TO WRK-IDX
           PERFORM VARYING WRK-GIDX FROM 1 BY 1
               UNTIL WRK-GIDX > WRK-QTD-DATAS OR WRK-IDX > 0
               IF TD-TIPO(WRK-GIDX) = WRK-CHAVE-TIPO
                   AND TD-DATA(WRK-GIDX) = WRK-CHAVE-DATA
                   MOVE WRK-GIDX TO WRK-IDX
               END-IF
           END-PERFORM
           IF WRK-IDX = 0
               IF WRK-QTD-DATAS < 200
                   ADD 1 TO WRK-QTD-DATAS
                   MOVE WRK-QTD-DATAS  TO WRK-IDX
                   MOVE WRK-CHAVE-TIPO TO TD-TIPO(WRK-IDX)
                   MOVE WRK-CHAVE-DATA TO TD-DATA(WRK-IDX)
                   MOVE 0              TO TD-VALOR-SIST(WRK-IDX)
                   MOVE 0              TO TD-VALOR-CONTRA(WRK-IDX)
                   MOVE WRK-ABERTURA   TO TD-ABERTURA(WRK-IDX)
               ELSE
                   MOVE 'S' TO WRK-TABELA-CHEIA
               END-IF
           ELSE
               IF WRK-ABERTURA < TD-ABERTURA(WRK-IDX)
                   MOVE WRK-ABERTURA TO TD-ABERTURA(WRK-IDX)
               END-IF
           END-IF.

       INCLUI-GUIA.
           IF WRK-QTD-GUIAS < 300
               ADD 1 TO WRK-QTD-GUIAS
               MOVE GD-NUMERO     TO TG-NUMERO(WRK-QTD-GUIAS)
               MOVE GD-DATA-CAIXA TO TG-DATA(WRK-QTD-GUIAS)
               MOVE GD-VALOR      TO TG-VALOR(WRK-QTD-GUIAS)
               MOVE WRK-ABERTURA  TO TG-ABERTURA(WRK-QTD-GUIAS)
               MOVE 'N'           TO TG-CASADA(WRK-QTD-GUIAS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
           END-IF.

       INCLUI-DEPOSITO.
           IF WRK-QTD-DEPOS < 300
               ADD 1 TO WRK-QTD-DEPOS
               MOVE EB-DOCUMENTO TO TX-DOCUMENTO(WRK-QTD-DEPOS)
               MOVE EB-DATA      TO TX-DATA(WRK-QTD-DEPOS)
               MOVE EB-VALOR     TO TX-VALOR(WRK-QTD-DEPOS)
               MOVE WRK-ABERTURA TO TX-ABERTURA(WRK-QTD-DEPOS)
               MOVE 'N'          TO TX-CASADO(WRK-QTD-DEPOS)
           ELSE
               MOVE 'S' TO WRK-TABELA-CHEIA
           END-IF.

      ******************************************************************
      * CASA-GUIAS - Casa cada guia com o credito de deposito de mesmo
      * numero e mesmo valor no extrato.
      ******************************************************************
       CASA-GUIAS.
           PERFORM VARYING WRK-GIDX FROM 1 BY 1
               UNTIL WRK-GIDX > WRK-QTD-GUIAS
               PERFORM VARYING WRK-XIDX FROM 1 BY 1
                   UNTIL WRK-XIDX > WRK-QTD-DEPOS
                   OR TG-CASADA(WRK-GIDX) = 'S'
                   IF TX-CASADO(WRK-XIDX) = 'N'
                       AND TX-DOCUMENTO(WRK-XIDX) = TG-NUMERO(WRK-GIDX)
                       AND TX-VALOR(WRK-XIDX) = TG-VALOR(WRK-GIDX)
                       MOVE 'S' TO TX-CASADO(WRK-XIDX)
                       MOVE 'S' TO TG-CASADA(WRK-GIDX)
                       ADD 1 TO WRK-QTD-CASADOS
                   END-IF
               END-PERFORM
           END-PERFORM.

       EMITE-CABECALHO.
           MOVE WRK-DATA-CONC TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE SPACES TO CONC-REL-LINHA
           STRING 'CONCILIACAO BANCARIA DOS RECEBIMENTOS - '
               DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               INTO CONC-REL-LINHA
           WRITE CONC-REL-LINHA
           MOVE SPACES TO CONC-REL-LINHA
           WRITE CONC-REL-LINHA.

      ******************************************************************
      * EMITE-DATAS - Uma linha por data do tipo da secao ('B'
      * cobranca, 'M' balcao); a data que nao fecha vai para as
      * pendencias com os dois totais.
      ******************************************************************
       EMITE-DATAS.
           MOVE SPACES TO CONC-REL-LINHA
           IF WRK-TIPO-SECAO = 'B'
               MOVE 'COBRANCA BANCARIA POR DATA DE LIQUIDACAO'
                   TO CONC-REL-LINHA
               WRITE CONC-REL-LINHA
               MOVE SPACES TO CONC-REL-LINHA
               STRING 'DATA          PAGAMENTOS        EXTRATO'
                   DELIMITED BY SIZE
                   '       DIFERENCA SITUACAO    DIAS'
                   DELIMITED BY SIZE
                   INTO CONC-REL-LINHA
           ELSE
               MOVE 'PAGAMENTOS NO BALCAO POR DATA DO CAIXA'
                   TO CONC-REL-LINHA
               WRITE CONC-REL-LINHA
               MOVE SPACES TO CONC-REL-LINHA
               STRING 'DATA          PAGAMENTOS          GUIAS'
                   DELIMITED BY SIZE
                   '       DIFERENCA SITUACAO    DIAS'
                   DELIMITED BY SIZE
                   INTO CONC-REL-LINHA
           END-IF
           WRITE CONC-REL-LINHA
           MOVE 0 TO WRK-QTD-SECAO
           PERFORM VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-DATAS
               IF TD-TIPO(WRK-IDX) = WRK-TIPO-SECAO
                   ADD 1 TO WRK-QTD-SECAO
                   PERFORM EMITE-DATA
               END-IF
           END-PERFORM
           IF WRK-QTD-SECAO = 0
               MOVE '  SEM MOVIMENTO.' TO CONC-REL-LINHA
               WRITE CONC-REL-LINHA
           END-IF
           MOVE SPACES TO CONC-REL-LINHA
           WRITE CONC-REL-LINHA.

       EMITE-DATA.
           COMPUTE WRK-DIFERENCA = TD-VALOR-SIST(WRK-IDX)
               - TD-VALOR-CONTRA(WRK-IDX)
           IF WRK-DIFERENCA = 0
               ADD 1 TO WRK-QTD-CASADOS
               MOVE 'CONCILIADO' TO WRK-SITUACAO-TXT
               MOVE 0 TO DP-DIAS
           ELSE
               ADD 1 TO WRK-QTD-ABERTOS
               ADD WRK-DIFERENCA TO WRK-TOTAL-ABERTO
               MOVE 'EM ABERTO' TO WRK-SITUACAO-TXT
               MOVE TD-ABERTURA(WRK-IDX) TO WRK-ABERTURA
               PERFORM CALCULA-DIAS
               MOVE TD-TIPO(WRK-IDX)         TO CN-TIPO
               MOVE TD-DATA(WRK-IDX)         TO CN-DATA
               MOVE SPACES                   TO CN-DOCUMENTO
               MOVE TD-VALOR-SIST(WRK-IDX)   TO CN-VALOR-SIST
               MOVE TD-VALOR-CONTRA(WRK-IDX) TO CN-VALOR-CONTRA
               MOVE TD-ABERTURA(WRK-IDX)     TO CN-DATA-ABERTURA
               WRITE CONC-NOVA-LINHA FROM CONCILIACAO-PENDENTE-RECORD
           END-IF
           MOVE TD-DATA(WRK-IDX) TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE TD-VALOR-SIST(WRK-IDX)   TO WRK-VALOR-SIST-ED
           MOVE TD-VALOR-CONTRA(WRK-IDX) TO WRK-VALOR-CONT-ED
           MOVE WRK-DIFERENCA            TO WRK-DIFERENCA-ED
           MOVE DP-DIAS                  TO WRK-DIAS-ED
           MOVE SPACES TO CONC-REL-LINHA
           STRING WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-SIST-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-CONT-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DIFERENCA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-SITUACAO-TXT DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               INTO CONC-REL-LINHA
           WRITE CONC-REL-LINHA.

      ******************************************************************
      * EMITE-GUIAS-ABERTAS - Guias sem o credito 'DEP' no extrato.
      ******************************************************************
       EMITE-GUIAS-ABERTAS.
           MOVE 'GUIAS DE DEPOSITO SEM CREDITO NO EXTRATO'
               TO CONC-REL-LINHA
           WRITE CONC-REL-LINHA
           MOVE SPACES TO CONC-REL-LINHA
           MOVE 'GUIA       CAIXA                VALOR  DIAS'
               TO CONC-REL-LINHA
           WRITE CONC-REL-LINHA
           MOVE 0 TO WRK-QTD-SECAO
           PERFORM VARYING WRK-GIDX FROM 1 BY 1
               UNTIL WRK-GIDX > WRK-QTD-GUIAS
               IF TG-CASADA(WRK-GIDX) = 'N'
                   ADD 1 TO WRK-QTD-SECAO
                   PERFORM EMITE-GUIA
               END-IF
           END-PERFORM
           IF WRK-QTD-SECAO = 0
               MOVE '  NENHUMA.' TO CONC-REL-LINHA
               WRITE CONC-REL-LINHA
           END-IF
           MOVE SPACES TO CONC-REL-LINHA
           WRITE CONC-REL-LINHA.

       EMITE-GUIA.
           ADD 1 TO WRK-QTD-ABERTOS
           MOVE TG-ABERTURA(WRK-GIDX) TO WRK-ABERTURA
           PERFORM CALCULA-DIAS
           MOVE 'G'                   TO CN-TIPO
           MOVE TG-DATA(WRK-GIDX)     TO CN-DATA
           MOVE TG-NUMERO(WRK-GIDX)   TO CN-DOCUMENTO
           MOVE 0                     TO CN-VALOR-SIST
           MOVE TG-VALOR(WRK-GIDX)    TO CN-VALOR-CONTRA
           MOVE TG-ABERTURA(WRK-GIDX) TO CN-DATA-ABERTURA
           WRITE CONC-NOVA-LINHA FROM CONCILIACAO-PENDENTE-RECORD
           MOVE TG-DATA(WRK-GIDX)  TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE TG-VALOR(WRK-GIDX) TO WRK-VALOR-SIST-ED
           MOVE DP-DIAS            TO WRK-DIAS-ED
           MOVE SPACES TO CONC-REL-LINHA
           STRING TG-NUMERO(WRK-GIDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-SIST-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               INTO CONC-REL-LINHA
           WRITE CONC-REL-LINHA.

      ******************************************************************
      * EMITE-DEPOSITOS-ABERTOS - Creditos 'DEP' do extrato sem guia
      * registrada (ou com valor diferente do da guia).
      ******************************************************************
       EMITE-DEPOSITOS-ABERTOS.
           MOVE 'CREDITOS DE DEPOSITO SEM GUIA REGISTRADA'
               TO CONC-REL-LINHA
           WRITE CONC-REL-LINHA
           MOVE SPACES TO CONC-REL-LINHA
           MOVE 'DOCUMENTO  DATA                 VALOR  DIAS'
               TO CONC-REL-LINHA
           WRITE CONC-REL-LINHA
           MOVE 0 TO WRK-QTD-SECAO
           PERFORM VARYING WRK-XIDX FROM 1 BY 1
               UNTIL WRK-XIDX > WRK-QTD-DEPOS
               IF TX-CASADO(WRK-XIDX) = 'N'
                   ADD 1 TO WRK-QTD-SECAO
                   PERFORM EMITE-DEPOSITO
               END-IF
           END-PERFORM
           IF WRK-QTD-SECAO = 0
               MOVE '  NENHUM.' TO CONC-REL-LINHA
               WRITE CONC-REL-LINHA
           END-IF
           MOVE SPACES TO CONC-REL-LINHA
           WRITE CONC-REL-LINHA.

       EMITE-DEPOSITO.
           ADD 1 TO WRK-QTD-ABERTOS
           MOVE TX-ABERTURA(WRK-XIDX) TO WRK-ABERTURA
           PERFORM CALCULA-DIAS
           MOVE 'D'                    TO CN-TIPO
           MOVE TX-DATA(WRK-XIDX)      TO CN-DATA
           MOVE TX-DOCUMENTO(WRK-XIDX) TO CN-DOCUMENTO
           MOVE 0                      TO CN-VALOR-SIST
           MOVE TX-VALOR(WRK-XIDX)     TO CN-VALOR-CONTRA
           MOVE TX-ABERTURA(WRK-XIDX)  TO CN-DATA-ABERTURA
           WRITE CONC-NOVA-LINHA FROM CONCILIACAO-PENDENTE-RECORD
           MOVE TX-DATA(WRK-XIDX)  TO WRK-DATA-TRAB
           PERFORM EDITA-DATA
           MOVE TX-VALOR(WRK-XIDX) TO WRK-VALOR-SIST-ED
           MOVE DP-DIAS            TO WRK-DIAS-ED
           MOVE SPACES TO CONC-REL-LINHA
           STRING TX-DOCUMENTO(WRK-XIDX) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DATA-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-VALOR-SIST-ED DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-DIAS-ED DELIMITED BY SIZE
               INTO CONC-REL-LINHA
           WRITE CONC-REL-LINHA.

       EMITE-RESUMO.
           MOVE 'RESUMO' TO CONC-REL-LINHA
           WRITE CONC-REL-LINHA
           MOVE WRK-QTD-CASADOS TO WRK-QTD-ED
           MOVE SPACES TO CONC-REL-LINHA
           STRING '  ITENS CONCILIADOS.............: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONC-REL-LINHA
           WRITE CONC-REL-LINHA
           MOVE WRK-QTD-ABERTOS TO WRK-QTD-ED
           MOVE SPACES TO CONC-REL-LINHA
           STRING '  ITENS EM ABERTO (PENDENCIAS)..: ' DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONC-REL-LINHA
           WRITE CONC-REL-LINHA
           MOVE WRK-TOTAL-ABERTO TO WRK-DIFERENCA-ED
           MOVE SPACES TO CONC-REL-LINHA
           STRING '  DIFERENCA LIQUIDA POR DATA....: ' DELIMITED BY SIZE
               WRK-DIFERENCA-ED DELIMITED BY SIZE
               INTO CONC-REL-LINHA
           WRITE CONC-REL-LINHA
           MOVE WRK-QTD-FORA TO WRK-QTD-ED
           MOVE SPACES TO CONC-REL-LINHA
           STRING '  LANCAMENTOS FORA DA CONCILIACAO: '
               DELIMITED BY SIZE
               WRK-QTD-ED DELIMITED BY SIZE
               INTO CONC-REL-LINHA
           WRITE CONC-REL-LINHA.

      ******************************************************************
      * CALCULA-DIAS - Dias em aberto desde WRK-ABERTURA ate a data da
      * conciliacao, pela rotina comum de datas (PROG104).
      ******************************************************************
       CALCULA-DIAS.
           MOVE 4             TO DP-OPERACAO
           MOVE WRK-DATA-CONC TO DP-DATA-1
           MOVE WRK-ABERTURA  TO DP-DATA-2
           CALL 'PROG104' USING DATA-PARAMETROS
           IF DP-VALIDA NOT = 'S' OR DP-DIAS < 0
               MOVE 0 TO DP-DIAS
           END-IF.

       EDITA-DATA.
           MOVE WRK-DATA-TRAB(7:2) TO WRK-DE-DIA
           MOVE WRK-DATA-TRAB(5:2) TO WRK-DE-MES
           MOVE WRK-DATA-TRAB(1:4) TO WRK-DE-ANO.

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
           MOVE 'PROG148'           TO RN-PROGRAMA
           MOVE WRK-RUN-EVENTO      TO RN-EVENTO
           MOVE WRK-CD-DATA         TO RN-DATA
           MOVE WRK-CD-HORA         TO RN-HORA
           MOVE WRK-QTD-LIDOS       TO RN-LIDOS
           MOVE WRK-QTD-CASADOS     TO RN-GRAVADOS
           MOVE WRK-QTD-ABERTOS     TO RN-REJEITADOS
           MOVE RETURN-CODE         TO RN-STATUS
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
       END PROGRAM PROG148.
