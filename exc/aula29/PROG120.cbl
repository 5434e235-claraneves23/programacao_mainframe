      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG120.
       AUTHOR. MARIA CLARA PIRANI NEVES.
       DATE-WRITTEN. 15/10/2026.
      *  CONFERENCIA DE NOTAS FISCAIS DE FORNECEDOR - (L)ANCA A NOTA
      *  ITEM A ITEM E CONFERE CADA ITEM EM TRES PONTAS: O PEDIDO DE
      *  COMPRA (PC-NUMERO, DO MESMO FORNECEDOR E NAO CANCELADO), AS
      *  ENTRADAS REALMENTE POSTADAS PELO PROG99 NO MOVIMENTO-ESTOQUE
      *  (MENOS O QUE JA FOI FATURADO DO PEDIDO) E O PRECO COMBINADO,
      *  COM AS TOLERANCIAS DO CONFPARM. NOTA TODA CONFERIDA VAI PARA
      *  CONTAS A PAGAR (CTAPAGAR) COM O VENCIMENTO DA CONDICAO DE
      *  PAGAMENTO DO FORNECEDOR; QUALQUER ITEM FORA DA TOLERANCIA
      *  RETEM A NOTA INTEIRA NA FILA NFRETIDA, COM O MOTIVO DE CADA
      *  ITEM. (R)ETIDAS LISTA A FILA; (P)AGA DA BAIXA NA CONTA QUANDO
      *  A TESOURARIA PAGA. O PROG121 LISTA SEMANALMENTE O QUE PAGAR.
      *  O PRECO FATURADO DE CADA ITEM APROVADO FICA NO PEDIDO COMO O
      *  ULTIMO PRECO PAGO (PC-CUSTO-PAGO), PARA A AVALIACAO MENSAL DE
      *  FORNECEDORES DO PROG142.
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
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT CONTA-PAGAR-FILE ASSIGN TO "CTAPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-CHAVE
               ALTERNATE RECORD KEY IS CP-VENCIMENTO WITH DUPLICATES
               FILE STATUS IS WRK-FS-CTAPAG.
           SELECT NOTA-ITEM-FILE ASSIGN TO "NFITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFITEM.
           SELECT NOTA-RETIDA-FILE ASSIGN TO "NFRETIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETIDA.
           SELECT CONFERENCIA-PARM-FILE ASSIGN TO "CONFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONFPARM.
       DATA DIVISION.
       FILE SECTION.
       FD  FORNECEDOR-FILE.
           COPY FORNECMR.
       FD  PEDIDO-FILE.
           COPY PEDCOMP.
       FD  MOVIMENTO-FILE.
           COPY MOVESTQ.
       FD  CONTA-PAGAR-FILE.
           COPY CTAPAGAR.
       FD  NOTA-ITEM-FILE.
           COPY NFITEM.
       FD  NOTA-RETIDA-FILE.
           COPY NFRETIDA.
       FD  CONFERENCIA-PARM-FILE.
           COPY CONFPARM.
       WORKING-STORAGE SECTION.
       77 WRK-FS-FORN       PIC X(02) VALUE SPACES.
       77 WRK-FS-PED        PIC X(02) VALUE SPACES.
       77 WRK-FS-MOV        PIC X(02) VALUE SPACES.
       77 WRK-FS-CTAPAG     PIC X(02) VALUE SPACES.
       77 WRK-FS-NFITEM     PIC X(02) VALUE SPACES.
       77 WRK-FS-RETIDA     PIC X(02) VALUE SPACES.
       77 WRK-FS-CONFPARM   PIC X(02) VALUE SPACES.
       77 WRK-OPCAO         PIC X(01) VALUE SPACES.
       77 WRK-CONTINUAR     PIC X(01) VALUE 'S'.
       77 WRK-CONFIRMA      PIC X(01) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-FORN-OK       PIC X(01) VALUE 'N'.
           88 FORNECEDOR-VALIDO    VALUE 'S'.
       77 WRK-RETIDA        PIC X(01) VALUE 'N'.
           88 NOTA-RETIDA          VALUE 'S'.
       77 WRK-FIM-ITENS     PIC X(01) VALUE 'N'.
           88 FIM-ITENS            VALUE 'S'.
       77 WRK-FIM-ARQ       PIC X(01) VALUE 'N'.
           88 FIM-ARQ              VALUE 'S'.
       77 WRK-FORNECEDOR    PIC X(06) VALUE SPACES.
       77 WRK-NOTA          PIC X(10) VALUE SPACES.
       77 WRK-DATA-NOTA     PIC X(08) VALUE SPACES.
       77 WRK-VENCIMENTO    PIC X(08) VALUE SPACES.
       77 WRK-PRAZO-PAGTO   PIC 9(03) VALUE 30.
       77 WRK-TOL-QTD       PIC 9(03)V99 VALUE 0.
       77 WRK-TOL-PRECO     PIC 9(03)V99 VALUE 0.
       77 WRK-QTD-ITENS     PIC 9(02) VALUE 0.
       77 WRK-MAX-ITENS     PIC 9(02) VALUE 20.
       77 WRK-IDX           PIC 9(02) VALUE 0.
       77 WRK-IDX2          PIC 9(02) VALUE 0.
       77 WRK-NUM-ED        PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED      PIC X(10) VALUE SPACES.
       77 WRK-RECEBIDO      PIC S9(07)V99 VALUE 0.
       77 WRK-FATURADO      PIC S9(07)V99 VALUE 0.
       77 WRK-DISPONIVEL    PIC S9(07)V99 VALUE 0.
       77 WRK-LIMITE-QTD    PIC S9(07)V99 VALUE 0.
       77 WRK-DIFERENCA     PIC S9(07)V99 VALUE 0.
       77 WRK-LIMITE-PRECO  PIC S9(07)V9999 VALUE 0.
       77 WRK-VALOR-NOTA    PIC 9(09)V99 VALUE 0.
       77 WRK-VALOR-SAI     PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-QTD-SAI       PIC ZZZZZ9.99.
       77 WRK-PRECO-SAI     PIC ZZZZZ9.99.
       01 WRK-PEDIDO-AREA.
          05 WRK-PEDIDO-NUM PIC 9(08).
       01 WRK-PEDIDO-X REDEFINES WRK-PEDIDO-AREA PIC X(08).
       COPY DATAPARM.

      ******************************************************************
      * Itens da nota em conferencia.
      ******************************************************************
       01 TABELA-ITENS.
          05 IT-ENTRY OCCURS 20 TIMES.
             10 IT-PEDIDO      PIC 9(08).
             10 IT-CODIGO      PIC X(06).
             10 IT-QUANTIDADE  PIC 9(06)V99.
             10 IT-PRECO       PIC 9(06)V99.
             10 IT-MOTIVO      PIC X(30).
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
          05 WRK-CD-HORA    PIC X(06).
          05 FILLER         PIC X(07).
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           OPEN I-O CONTA-PAGAR-FILE
           IF WRK-FS-CTAPAG = '35'
               CLOSE CONTA-PAGAR-FILE
               OPEN OUTPUT CONTA-PAGAR-FILE
               CLOSE CONTA-PAGAR-FILE
               OPEN I-O CONTA-PAGAR-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE CONTA-PAGAR-FILE
           STOP RUN.

       EXIBE-MENU.
           DISPLAY 'CONFERENCIA DE NOTAS FISCAIS DE FORNECEDOR'
           DISPLAY 'L - LANCAR NOTA FISCAL'
           DISPLAY 'R - LISTAR NOTAS RETIDAS'
           DISPLAY 'P - BAIXAR CONTA PAGA'
           DISPLAY 'S - SAIR'
           ACCEPT WRK-OPCAO
           MOVE FUNCTION UPPER-CASE(WRK-OPCAO) TO WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 'L' PERFORM LANCA-NOTA
               WHEN 'R' PERFORM LISTA-RETIDAS
               WHEN 'P' PERFORM BAIXA-CONTA-PAGA
               WHEN 'S' MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

      ******************************************************************
      * LANCA-NOTA - Valida o fornecedor, recusa nota ja lancada em
      * contas a pagar, aceita a data e os itens, confere e aprova ou
      * retem a nota inteira.
      ******************************************************************
       LANCA-NOTA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM CARREGA-TOLERANCIAS
           PERFORM ACEITA-FORNECEDOR
           IF FORNECEDOR-VALIDO
               DISPLAY 'NUMERO DA NOTA FISCAL:'
               ACCEPT WRK-NOTA
               MOVE WRK-FORNECEDOR TO CP-FORNECEDOR
               MOVE WRK-NOTA       TO CP-NOTA
               READ CONTA-PAGAR-FILE
                   INVALID KEY
                       MOVE 'N' TO WRK-CONFIRMA
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CONFIRMA
               END-READ
               EVALUATE TRUE
                   WHEN WRK-NOTA = SPACES
                       DISPLAY 'NUMERO DA NOTA NAO PODE SER EM BRANCO.'
                   WHEN WRK-CONFIRMA = 'S'
                       DISPLAY 'NOTA JA LANCADA EM CONTAS A PAGAR.'
                   WHEN OTHER
                       PERFORM ACEITA-DATA-NOTA
                       PERFORM ACEITA-ITENS
                       IF WRK-QTD-ITENS = 0
                           DISPLAY 'NOTA SEM ITENS - NADA LANCADO.'
                       ELSE
                           PERFORM CONFERE-NOTA
                           IF NOTA-RETIDA
                               PERFORM RETEM-NOTA
                           ELSE
                               PERFORM APROVA-NOTA
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * CARREGA-TOLERANCIAS - Percentuais de tolerancia de quantidade
      * e de preco do CONFPARM; sem o arquivo a conferencia e exata.
      ******************************************************************
       CARREGA-TOLERANCIAS.
           MOVE 0 TO WRK-TOL-QTD
           MOVE 0 TO WRK-TOL-PRECO
           OPEN INPUT CONFERENCIA-PARM-FILE
           IF WRK-FS-CONFPARM = '00'
               READ CONFERENCIA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CF-TOL-QTD-PCT IS NUMERIC
                           MOVE CF-TOL-QTD-PCT TO WRK-TOL-QTD
                       END-IF
                       IF CF-TOL-PRECO-PCT IS NUMERIC
                           MOVE CF-TOL-PRECO-PCT TO WRK-TOL-PRECO
                       END-IF
               END-READ
               CLOSE CONFERENCIA-PARM-FILE
           END-IF.

       ACEITA-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-OK
           OPEN INPUT FORNECEDOR-FILE
           IF WRK-FS-FORN = '35'
               DISPLAY 'MESTRE DE FORNECEDORES NAO IMPLANTADO '
                   '(PROG98).'
           ELSE
               DISPLAY 'CODIGO DO FORNECEDOR:'
               ACCEPT WRK-FORNECEDOR
               MOVE WRK-FORNECEDOR TO FO-CODIGO
               READ FORNECEDOR-FILE
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO ENCONTRADO.'
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-FORN-OK
                       IF FO-PRAZO-PAGTO IS NUMERIC
                           MOVE FO-PRAZO-PAGTO TO WRK-PRAZO-PAGTO
                       ELSE
                           MOVE 30 TO WRK-PRAZO-PAGTO
                       END-IF
                       DISPLAY 'FORNECEDOR: ' FO-NOME
                           ' PAGAMENTO ' WRK-PRAZO-PAGTO ' DIA(S)'
               END-READ
               CLOSE FORNECEDOR-FILE
           END-IF.

       ACEITA-DATA-NOTA.
           MOVE 'N' TO DP-VALIDA
           PERFORM UNTIL DP-VALIDA = 'S'
               DISPLAY 'DATA DA NOTA FISCAL (AAAAMMDD):'
               ACCEPT WRK-DATA-NOTA
               MOVE 1 TO DP-OPERACAO
               MOVE WRK-DATA-NOTA TO DP-DATA-1
               CALL 'PROG104' USING DATA-PARAMETROS
               IF DP-VALIDA NOT = 'S'
                   DISPLAY 'DATA INVALIDA.'
               ELSE
                   IF WRK-DATA-NOTA > WRK-CD-DATA
                       DISPLAY 'DATA POSTERIOR A HOJE.'
                       MOVE 'N' TO DP-VALIDA
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * ACEITA-ITENS - Aceita os itens da nota (pedido, quantidade e
      * preco unitario faturados) ate o pedido zero ou o limite da
      * tabela.
      ******************************************************************
       ACEITA-ITENS.
           MOVE 0 TO WRK-QTD-ITENS
           MOVE 'N' TO WRK-FIM-ITENS
           PERFORM UNTIL FIM-ITENS
               DISPLAY 'PEDIDO DO PROXIMO ITEM (0 ENCERRA A NOTA):'
               ACCEPT WRK-NUM-ED
               IF FUNCTION TEST-NUMVAL(WRK-NUM-ED) NOT = 0
                   DISPLAY 'NUMERO INVALIDO.'
               ELSE
                   COMPUTE WRK-PEDIDO-NUM = FUNCTION NUMVAL(WRK-NUM-ED)
                   IF WRK-PEDIDO-NUM = 0
                       MOVE 'S' TO WRK-FIM-ITENS
                   ELSE
                       ADD 1 TO WRK-QTD-ITENS
                       PERFORM ACEITA-ITEM
                       IF WRK-QTD-ITENS = WRK-MAX-ITENS
                           DISPLAY 'LIMITE DE ' WRK-MAX-ITENS
                               ' ITENS POR NOTA ATINGIDO.'
                           MOVE 'S' TO WRK-FIM-ITENS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ACEITA-ITEM.
           MOVE WRK-PEDIDO-NUM TO IT-PEDIDO(WRK-QTD-ITENS)
           MOVE SPACES TO IT-CODIGO(WRK-QTD-ITENS)
           MOVE SPACES TO IT-MOTIVO(WRK-QTD-ITENS)
           MOVE 0 TO IT-QUANTIDADE(WRK-QTD-ITENS)
           PERFORM UNTIL IT-QUANTIDADE(WRK-QTD-ITENS) > 0
               DISPLAY 'QUANTIDADE FATURADA (EX: 10.00):'
               ACCEPT WRK-VALOR-ED
               IF FUNCTION TEST-NUMVAL(WRK-VALOR-ED) = 0
                   COMPUTE IT-QUANTIDADE(WRK-QTD-ITENS) =
                       FUNCTION NUMVAL(WRK-VALOR-ED)
               END-IF
           END-PERFORM
           MOVE 0 TO IT-PRECO(WRK-QTD-ITENS)
           PERFORM UNTIL IT-PRECO(WRK-QTD-ITENS) > 0
               DISPLAY 'PRECO UNITARIO FATURADO (EX: 12.50):'
               ACCEPT WRK-VALOR-ED
               IF FUNCTION TEST-NUMVAL(WRK-VALOR-ED) = 0
                   COMPUTE IT-PRECO(WRK-QTD-ITENS) =
                       FUNCTION NUMVAL(WRK-VALOR-ED)
               END-IF
           END-PERFORM.

      ******************************************************************
      * CONFERE-NOTA - Confere cada item contra o pedido; qualquer
      * item com motivo retem a nota inteira.
      ******************************************************************
       CONFERE-NOTA.
           MOVE 'N' TO WRK-RETIDA
           OPEN INPUT PEDIDO-FILE
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
               IF WRK-FS-PED = '35'
                   MOVE 'PEDIDO INEXISTENTE' TO IT-MOTIVO(WRK-IDX)
               ELSE
                   PERFORM CONFERE-ITEM
               END-IF
               IF IT-MOTIVO(WRK-IDX) NOT = SPACES
                   MOVE 'S' TO WRK-RETIDA
               END-IF
           END-PERFORM
           IF WRK-FS-PED NOT = '35'
               CLOSE PEDIDO-FILE
           END-IF.

       CONFERE-ITEM.
           MOVE IT-PEDIDO(WRK-IDX) TO PC-NUMERO
           READ PEDIDO-FILE
               INVALID KEY
                   MOVE 'PEDIDO INEXISTENTE' TO IT-MOTIVO(WRK-IDX)
               NOT INVALID KEY
                   MOVE PC-CODIGO TO IT-CODIGO(WRK-IDX)
                   EVALUATE TRUE
                       WHEN PC-FORNECEDOR NOT = WRK-FORNECEDOR
                           MOVE 'PEDIDO DE OUTRO FORNECEDOR'
                               TO IT-MOTIVO(WRK-IDX)
                       WHEN PC-CANCELADO
                           MOVE 'PEDIDO CANCELADO'
                               TO IT-MOTIVO(WRK-IDX)
                       WHEN OTHER
                           PERFORM CONFERE-QTD-PRECO
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * CONFERE-QTD-PRECO - Terceira ponta da conferencia: a
      * quantidade faturada nao pode passar (alem da tolerancia) do
      * que foi recebido do pedido e ainda nao faturado - nem em
      * notas anteriores nem em itens anteriores desta mesma nota -,
      * e o preco unitario nao pode se afastar do custo do pedido
      * alem da tolerancia, para mais ou para menos.
      ******************************************************************
       CONFERE-QTD-PRECO.
           MOVE IT-PEDIDO(WRK-IDX) TO WRK-PEDIDO-NUM
           PERFORM SOMA-RECEBIDO
           PERFORM SOMA-FATURADO
           PERFORM VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 NOT < WRK-IDX
               IF IT-PEDIDO(WRK-IDX2) = IT-PEDIDO(WRK-IDX)
                   ADD IT-QUANTIDADE(WRK-IDX2) TO WRK-FATURADO
               END-IF
           END-PERFORM
           COMPUTE WRK-DISPONIVEL = WRK-RECEBIDO - WRK-FATURADO
           COMPUTE WRK-LIMITE-QTD ROUNDED =
               WRK-DISPONIVEL + WRK-DISPONIVEL * WRK-TOL-QTD / 100
           COMPUTE WRK-DIFERENCA = IT-PRECO(WRK-IDX) - PC-CUSTO-UNIT
           IF WRK-DIFERENCA < 0
               COMPUTE WRK-DIFERENCA = 0 - WRK-DIFERENCA
           END-IF
           COMPUTE WRK-LIMITE-PRECO =
               PC-CUSTO-UNIT * WRK-TOL-PRECO / 100

           EVALUATE TRUE
               WHEN WRK-RECEBIDO = 0
                   MOVE 'PEDIDO SEM RECEBIMENTO' TO IT-MOTIVO(WRK-IDX)
               WHEN WRK-DISPONIVEL NOT > 0
                   MOVE 'RECEBIMENTO JA FATURADO' TO IT-MOTIVO(WRK-IDX)
               WHEN IT-QUANTIDADE(WRK-IDX) > WRK-LIMITE-QTD
                   MOVE 'QUANTIDADE ACIMA DO RECEBIDO'
                       TO IT-MOTIVO(WRK-IDX)
               WHEN WRK-DIFERENCA > WRK-LIMITE-PRECO
                   MOVE 'PRECO FORA DA TOLERANCIA'
                       TO IT-MOTIVO(WRK-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * SOMA-RECEBIDO - Soma as entradas postadas no MOVIMENTO-ESTOQUE
      * com o numero do pedido em MV-ORDEM.
      ******************************************************************
       SOMA-RECEBIDO.
           MOVE 0 TO WRK-RECEBIDO
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT MOVIMENTO-FILE
           IF WRK-FS-MOV NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF
           PERFORM UNTIL FIM-ARQ
               READ MOVIMENTO-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF MV-ENTRADA AND MV-ORDEM = WRK-PEDIDO-X
                       ADD MV-QUANTIDADE TO WRK-RECEBIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-FS-MOV = '00' OR WRK-FS-MOV = '10'
               CLOSE MOVIMENTO-FILE
           END-IF.

      ******************************************************************
      * SOMA-FATURADO - Soma o que ja foi faturado do pedido em notas
      * aprovadas anteriormente (NFITEM).
      ******************************************************************
       SOMA-FATURADO.
           MOVE 0 TO WRK-FATURADO
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT NOTA-ITEM-FILE
           IF WRK-FS-NFITEM NOT = '00'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF
           PERFORM UNTIL FIM-ARQ
               READ NOTA-ITEM-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   IF NI-PEDIDO = WRK-PEDIDO-NUM
                       ADD NI-QUANTIDADE TO WRK-FATURADO
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-FS-NFITEM = '00' OR WRK-FS-NFITEM = '10'
               CLOSE NOTA-ITEM-FILE
           END-IF.

      ******************************************************************
      * APROVA-NOTA - Grava a conta a pagar com o valor da nota e o
      * vencimento da condicao do fornecedor e registra os itens
      * faturados em NFITEM; o preco de cada item vai para o pedido
      * como ultimo preco pago.
      ******************************************************************
       APROVA-NOTA.
           MOVE 0 TO WRK-VALOR-NOTA
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
               COMPUTE WRK-VALOR-NOTA ROUNDED = WRK-VALOR-NOTA
                   + IT-QUANTIDADE(WRK-IDX) * IT-PRECO(WRK-IDX)
           END-PERFORM

           MOVE 3               TO DP-OPERACAO
           MOVE WRK-DATA-NOTA   TO DP-DATA-1
           MOVE WRK-PRAZO-PAGTO TO DP-DIAS
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-RESULTADO TO WRK-VENCIMENTO

           MOVE WRK-FORNECEDOR TO CP-FORNECEDOR
           MOVE WRK-NOTA       TO CP-NOTA
           MOVE WRK-VENCIMENTO TO CP-VENCIMENTO
           MOVE WRK-DATA-NOTA  TO CP-DATA-NOTA
           MOVE WRK-CD-DATA    TO CP-DATA-ENTRADA
           MOVE WRK-VALOR-NOTA TO CP-VALOR
           MOVE WRK-QTD-ITENS  TO CP-QTD-ITENS
           MOVE 'A'            TO CP-STATUS
           MOVE SPACES         TO CP-DATA-PAGTO
           MOVE WRK-USUARIO    TO CP-OPERADOR
           WRITE CONTA-PAGAR-RECORD
               INVALID KEY
                   DISPLAY 'NOTA JA LANCADA EM CONTAS A PAGAR.'
               NOT INVALID KEY
                   PERFORM GRAVA-ITENS-NOTA
                   MOVE WRK-VALOR-NOTA TO WRK-VALOR-SAI
                   DISPLAY 'NOTA CONFERIDA E LANCADA EM CONTAS A '
                       'PAGAR: ' WRK-VALOR-SAI
                   DISPLAY 'VENCIMENTO: ' WRK-VENCIMENTO
           END-WRITE.

       GRAVA-ITENS-NOTA.
           OPEN EXTEND NOTA-ITEM-FILE
           IF WRK-FS-NFITEM = '05' OR WRK-FS-NFITEM = '35'
               OPEN OUTPUT NOTA-ITEM-FILE
           END-IF
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
               MOVE WRK-FORNECEDOR         TO NI-FORNECEDOR
               MOVE WRK-NOTA               TO NI-NOTA
               MOVE WRK-IDX                TO NI-ITEM
               MOVE IT-PEDIDO(WRK-IDX)     TO NI-PEDIDO
               MOVE IT-CODIGO(WRK-IDX)     TO NI-CODIGO
               MOVE IT-QUANTIDADE(WRK-IDX) TO NI-QUANTIDADE
               MOVE IT-PRECO(WRK-IDX)      TO NI-PRECO-UNIT
               MOVE WRK-CD-DATA            TO NI-DATA
               MOVE WRK-USUARIO            TO NI-OPERADOR
               WRITE NOTA-ITEM-RECORD
           END-PERFORM
           CLOSE NOTA-ITEM-FILE
           PERFORM REGISTRA-PRECO-PAGO.

      ******************************************************************
      * REGISTRA-PRECO-PAGO - Grava em cada pedido da nota aprovada o
      * preco unitario faturado (ultimo preco pago).
      ******************************************************************
       REGISTRA-PRECO-PAGO.
           OPEN I-O PEDIDO-FILE
           IF WRK-FS-PED = '00'
               PERFORM VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-ITENS
                   MOVE IT-PEDIDO(WRK-IDX) TO PC-NUMERO
                   READ PEDIDO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IT-PRECO(WRK-IDX) TO PC-CUSTO-PAGO
                           REWRITE PEDIDO-COMPRA-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE PEDIDO-FILE
           END-IF.

      ******************************************************************
      * RETEM-NOTA - Grava todos os itens da nota na fila de retidas,
      * cada um com o seu motivo, e mostra os motivos ao operador.
      ******************************************************************
       RETEM-NOTA.
           OPEN EXTEND NOTA-RETIDA-FILE
           IF WRK-FS-RETIDA = '05' OR WRK-FS-RETIDA = '35'
               OPEN OUTPUT NOTA-RETIDA-FILE
           END-IF
           DISPLAY 'NOTA RETIDA NA CONFERENCIA:'
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-ITENS
               IF IT-MOTIVO(WRK-IDX) = SPACES
                   MOVE 'ITEM CONFERE' TO IT-MOTIVO(WRK-IDX)
               END-IF
               MOVE WRK-FORNECEDOR         TO RD-FORNECEDOR
               MOVE WRK-NOTA               TO RD-NOTA
               MOVE WRK-DATA-NOTA          TO RD-DATA-NOTA
               MOVE WRK-IDX                TO RD-ITEM
               MOVE IT-PEDIDO(WRK-IDX)     TO RD-PEDIDO
               MOVE IT-QUANTIDADE(WRK-IDX) TO RD-QUANTIDADE
               MOVE IT-PRECO(WRK-IDX)      TO RD-PRECO-UNIT
               MOVE IT-MOTIVO(WRK-IDX)     TO RD-MOTIVO
               MOVE WRK-CD-DATA            TO RD-DATA
               MOVE WRK-USUARIO            TO RD-OPERADOR
               WRITE NOTA-RETIDA-RECORD
               DISPLAY '  ITEM ' WRK-IDX ' PEDIDO '
                   IT-PEDIDO(WRK-IDX) ': ' IT-MOTIVO(WRK-IDX)
           END-PERFORM
           CLOSE NOTA-RETIDA-FILE.

       LISTA-RETIDAS.
           MOVE 'N' TO WRK-FIM-ARQ
           OPEN INPUT NOTA-RETIDA-FILE
           IF WRK-FS-RETIDA NOT = '00'
               DISPLAY 'NENHUMA NOTA RETIDA.'
               MOVE 'S' TO WRK-FIM-ARQ
           END-IF
           PERFORM UNTIL FIM-ARQ
               READ NOTA-RETIDA-FILE
                   AT END
                       MOVE 'S' TO WRK-FIM-ARQ
               END-READ
               IF NOT FIM-ARQ
                   MOVE RD-QUANTIDADE TO WRK-QTD-SAI
                   MOVE RD-PRECO-UNIT TO WRK-PRECO-SAI
                   DISPLAY '  ' RD-DATA ' ' RD-FORNECEDOR ' NF '
                       RD-NOTA ' ITEM ' RD-ITEM ' PED ' RD-PEDIDO
                   DISPLAY '      QTD ' WRK-QTD-SAI ' PRECO '
                       WRK-PRECO-SAI ' ' RD-MOTIVO
               END-IF
           END-PERFORM
           IF WRK-FS-RETIDA = '00' OR WRK-FS-RETIDA = '10'
               CLOSE NOTA-RETIDA-FILE
           END-IF.

      ******************************************************************
      * BAIXA-CONTA-PAGA - Marca a conta a pagar como paga, com a
      * data do pagamento, para sair da lista semanal do PROG121.
      ******************************************************************
       BAIXA-CONTA-PAGA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           DISPLAY 'CODIGO DO FORNECEDOR:'
           ACCEPT WRK-FORNECEDOR
           DISPLAY 'NUMERO DA NOTA FISCAL:'
           ACCEPT WRK-NOTA
           MOVE WRK-FORNECEDOR TO CP-FORNECEDOR
           MOVE WRK-NOTA       TO CP-NOTA
           READ CONTA-PAGAR-FILE
               INVALID KEY
                   DISPLAY 'CONTA A PAGAR NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF CP-PAGA
                       DISPLAY 'CONTA JA PAGA EM ' CP-DATA-PAGTO
                   ELSE
                       MOVE CP-VALOR TO WRK-VALOR-SAI
                       DISPLAY 'VALOR ' WRK-VALOR-SAI
                           ' VENCIMENTO ' CP-VENCIMENTO
                       DISPLAY 'CONFIRMA O PAGAMENTO? (S/N)'
                       ACCEPT WRK-CONFIRMA
                       MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA)
                           TO WRK-CONFIRMA
                       IF WRK-CONFIRMA = 'S'
                           MOVE 'P'         TO CP-STATUS
                           MOVE WRK-CD-DATA TO CP-DATA-PAGTO
                           REWRITE CONTA-PAGAR-RECORD
                               INVALID KEY
                                   DISPLAY 'FALHA AO BAIXAR A CONTA.'
                               NOT INVALID KEY
                                   DISPLAY 'CONTA BAIXADA.'
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.
       END PROGRAM PROG120.
