      *  MOVIMENTO DE ENTRADA NO MOVIMENTO-ESTOQUE COM O NUMERO DO
      *  PEDIDO EM MV-ORDEM; (C)ONSULTA E LISTA OS PEDIDOS. O LIVRO
      *  DIARIO DO PROG33 PASSA A RESPONDER DE QUAL ENTREGA VEIO CADA
      *  CREDITO. O PEDIDO LEVA O LOCAL DE ESTOQUE DA SUGESTAO, E O
      *  RECEBIMENTO CREDITA O SALDO E OS LOTES DO LOCAL DE ENTREGA
      *  (O DO PEDIDO, SALVO SE O ALMOXARIFE INFORMAR OUTRO). O PEDIDO
      *  GUARDA A DATA PREVISTA DE ENTREGA (PRAZO DO FORNECEDOR) E O
      *  RECEBIMENTO A DATA E A QUANTIDADE REALMENTE ENTREGUE, BASE DA
      *  AVALIACAO MENSAL DE FORNECEDORES DO PROG142. A GERACAO SUGERE
      *  O FORNECEDOR DO ULTIMO PEDIDO DO MATERIAL, SALVO SE ELE ESTIVER
      *  COM DESEMPENHO BAIXO; ESCOLHER UM FORNECEDOR NESSA SITUACAO
      *  PEDE CONFIRMACAO.
      *  A ENTRADA DATADA EM MES JA FECHADO (PROG170) E LANCADA NO
      *  PRIMEIRO DIA DO PERIODO ABERTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CHAVE
               FILE STATUS IS WRK-FS-LOTE.
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
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY MOVESTQ.
       FD  ESTOQUE-LOTE-FILE.
           COPY LOTEMR.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       WORKING-STORAGE SECTION.
       77 WRK-FORN-ESCOLHA  PIC X(06) VALUE SPACES.
       77 WRK-FORN-OK       PIC X(01) VALUE 'N'.
           88 FORNECEDOR-VALIDO    VALUE 'S'.
       77 WRK-FORN-SUGERIDO PIC X(06) VALUE SPACES.
       77 WRK-PRAZO-FORN    PIC 9(03) VALUE 0.
       77 WRK-QTD-ED        PIC X(10) VALUE SPACES.
       77 WRK-NUMERO-PEDIDO PIC 9(08) VALUE 0.
       77 WRK-NUM-ED        PIC X(08) VALUE SPACES.
       77 WRK-CUSTO-ED      PIC X(10) VALUE SPACES.
       77 WRK-CUSTO-TRAB    PIC S9(11)V9999 VALUE 0.
       77 WRK-SALDO-NOVO    PIC S9(07)V99 VALUE 0.
       77 WRK-SALDO-SAI     PIC -ZZZZZ9.99.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WRK-LOCAL-ENT     PIC X(04) VALUE SPACES.
       77 WRK-LOCAL-DIG     PIC X(04) VALUE SPACES.
       77 WRK-LOCAL-OK      PIC X(01) VALUE 'N'.
           88 LOCAL-VALIDO         VALUE 'S'.
       COPY DATAPARM.
       COPY PERPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
               END-IF
           END-IF.

      ******************************************************************
      * ESCOLHE-FORNECEDOR - O fornecedor do pedido. Em branco vale o
      * sugerido (o do ultimo pedido do material); fornecedor marcado
      * com desempenho baixo na avaliacao mensal so e aceito com
      * confirmacao.
      ******************************************************************
       ESCOLHE-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-OK
           OPEN INPUT FORNECEDOR-FILE
               DISPLAY 'MESTRE DE FORNECEDORES NAO IMPLANTADO '
                   '(PROG98). PEDIDO NAO GERADO.'
           ELSE
               PERFORM SUGERE-FORNECEDOR
               IF WRK-FORN-SUGERIDO = SPACES
                   DISPLAY 'CODIGO DO FORNECEDOR:'
               ELSE
                   DISPLAY 'CODIGO DO FORNECEDOR (BRANCO = '
                       WRK-FORN-SUGERIDO '):'
               END-IF
               ACCEPT WRK-FORN-ESCOLHA
               MOVE FUNCTION UPPER-CASE(WRK-FORN-ESCOLHA)
                   TO WRK-FORN-ESCOLHA
               IF WRK-FORN-ESCOLHA = SPACES
                   MOVE WRK-FORN-SUGERIDO TO WRK-FORN-ESCOLHA
               END-IF
               MOVE WRK-FORN-ESCOLHA TO FO-CODIGO
               READ FORNECEDOR-FILE
                   INVALID KEY
                       DISPLAY 'FORNECEDOR NAO ENCONTRADO.'
                   NOT INVALID KEY
                       IF FO-FORN-ATIVO
                           PERFORM CONFIRMA-FORNECEDOR
                       ELSE
                           DISPLAY 'FORNECEDOR INATIVO.'
                       END-IF
               CLOSE FORNECEDOR-FILE
           END-IF.

       CONFIRMA-FORNECEDOR.
           DISPLAY 'FORNECEDOR: ' FO-NOME
               ' PRAZO ' FO-PRAZO-DIAS ' DIA(S)'
           IF FO-DESEMPENHO-BAIXO
               DISPLAY 'DESEMPENHO BAIXO NA AVALIACAO ' FO-AVALIACAO
                   ': NO PRAZO ' FO-PCT-PRAZO '% ATENDIDO '
                   FO-PCT-ATENDIDO '%'
               DISPLAY 'CONFIRMA O FORNECEDOR ASSIM MESMO? (S/N)'
               ACCEPT WRK-ACEITA
               MOVE FUNCTION UPPER-CASE(WRK-ACEITA) TO WRK-ACEITA
               IF WRK-ACEITA = 'S'
                   MOVE 'S' TO WRK-FORN-OK
               ELSE
                   DISPLAY 'PEDIDO NAO GERADO.'
               END-IF
           ELSE
               MOVE 'S' TO WRK-FORN-OK
           END-IF
           IF FORNECEDOR-VALIDO
               MOVE FO-PRAZO-DIAS TO WRK-PRAZO-FORN
           END-IF.

      ******************************************************************
      * SUGERE-FORNECEDOR - Procura o ultimo pedido do material da
      * sugestao e propoe o mesmo fornecedor, desde que ativo e sem
      * desempenho baixo na avaliacao mensal.
      ******************************************************************
       SUGERE-FORNECEDOR.
           MOVE SPACES TO WRK-FORN-SUGERIDO
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
                   IF PC-CODIGO = SC-CODIGO AND NOT PC-CANCELADO
                       MOVE PC-FORNECEDOR TO WRK-FORN-SUGERIDO
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-FORN-SUGERIDO NOT = SPACES
               MOVE WRK-FORN-SUGERIDO TO FO-CODIGO
               READ FORNECEDOR-FILE
                   INVALID KEY
                       MOVE SPACES TO WRK-FORN-SUGERIDO
                   NOT INVALID KEY
                       IF FO-FORN-INATIVO
                           MOVE SPACES TO WRK-FORN-SUGERIDO
                       END-IF
                       IF FO-DESEMPENHO-BAIXO
                           DISPLAY 'ULTIMO FORNECEDOR ' FO-CODIGO
                               ' COM DESEMPENHO BAIXO - SEM SUGESTAO.'
                           MOVE SPACES TO WRK-FORN-SUGERIDO
                       END-IF
               END-READ
           END-IF.

       GRAVA-PEDIDO.
           PERFORM ALOCA-NUMERO-PEDIDO
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           END-PERFORM
           COMPUTE PC-CUSTO-UNIT = FUNCTION NUMVAL(WRK-CUSTO-ED)
           MOVE WRK-CD-DATA TO PC-DATA-EMISSAO
           MOVE 3              TO DP-OPERACAO
           MOVE WRK-CD-DATA    TO DP-DATA-1
           MOVE WRK-PRAZO-FORN TO DP-DIAS
           CALL 'PROG104' USING DATA-PARAMETROS
           MOVE DP-RESULTADO TO PC-DATA-PREVISTA
           MOVE SPACES      TO PC-DATA-RECEBIMENTO
           MOVE 0           TO PC-QTD-RECEBIDA
           MOVE 0           TO PC-CUSTO-PAGO
           MOVE 'A'         TO PC-STATUS
           MOVE SC-LOCAL    TO PC-LOCAL
           IF PC-LOCAL = SPACES
               MOVE 'CENT' TO PC-LOCAL
           END-IF
           WRITE PEDIDO-COMPRA-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO GRAVAR O PEDIDO.'
      * RECEBE-ENTREGA - Casa a entrega com o pedido pelo numero,
      * credita o saldo do material e posta a entrada no
      * MOVIMENTO-ESTOQUE carregando o numero do pedido em MV-ORDEM.
      * O credito vai tambem para o saldo do local de entrega.
      ******************************************************************
       RECEBE-ENTREGA.
           OPEN I-O PEDIDO-FILE
       POSTA-RECEBIMENTO.
           DISPLAY 'PEDIDO ' PC-NUMERO ': ' PC-CODIGO ' QTD '
               PC-QUANTIDADE
           PERFORM DEFINE-LOCAL-ENTREGA
           PERFORM INFORMA-QTD-ENTREGUE
           OPEN I-O ESTOQUE-FILE
           IF WRK-FS-ESTQ = '35'
               DISPLAY 'MESTRE DE ESTOQUE VAZIO OU INEXISTENTE.'
                       DISPLAY 'MATERIAL DO PEDIDO NAO CONSTA NO '
                           'ESTOQUE.'
                   NOT INVALID KEY
                       PERFORM RECALCULA-CUSTO-MEDIO
                       COMPUTE EM-SALDO =
                           EM-SALDO + WRK-QTD-RECEBIDA
                           INVALID KEY
                               DISPLAY 'FALHA AO CREDITAR O SALDO.'
                           NOT INVALID KEY
                               PERFORM CREDITA-SALDO-LOCAL
                               PERFORM GRAVA-MOVIMENTO-ENTRADA
                               PERFORM CREDITA-LOTE
                               MOVE 'R' TO PC-STATUS
                               MOVE WRK-CD-DATA TO PC-DATA-RECEBIMENTO
                               MOVE WRK-QTD-RECEBIDA TO PC-QTD-RECEBIDA
                               REWRITE PEDIDO-COMPRA-RECORD
                                   INVALID KEY CONTINUE
                               END-REWRITE
               CLOSE ESTOQUE-FILE
           END-IF.

      ******************************************************************
      * INFORMA-QTD-ENTREGUE - Quantidade realmente entregue (em
      * branco, a do pedido). Entrega parcial tambem encerra o pedido;
      * a falta pesa no atendimento do fornecedor na avaliacao mensal.
      ******************************************************************
       INFORMA-QTD-ENTREGUE.
           MOVE 0 TO WRK-QTD-RECEBIDA
           PERFORM UNTIL WRK-QTD-RECEBIDA > 0
               DISPLAY 'QUANTIDADE ENTREGUE (BRANCO = '
                   PC-QUANTIDADE '):'
               ACCEPT WRK-QTD-ED
               IF WRK-QTD-ED = SPACES
                   MOVE PC-QUANTIDADE TO WRK-QTD-RECEBIDA
               ELSE
                   IF FUNCTION TEST-NUMVAL(WRK-QTD-ED) = 0
                       COMPUTE WRK-QTD-RECEBIDA =
                           FUNCTION NUMVAL(WRK-QTD-ED)
                   END-IF
               END-IF
               IF WRK-QTD-RECEBIDA NOT > 0
                   DISPLAY 'QUANTIDADE INVALIDA.'
               END-IF
           END-PERFORM
           IF WRK-QTD-RECEBIDA < PC-QUANTIDADE
               DISPLAY 'ENTREGA PARCIAL - O SALDO DO PEDIDO NAO SERA '
                   'MAIS ESPERADO.'
           END-IF.

      ******************************************************************
      * GRAVA-MOVIMENTO-ENTRADA - Posta no MOVIMENTO-ESTOQUE a
      * entrada da entrega, com o numero do pedido em MV-ORDEM para a
           MOVE WRK-QTD-RECEBIDA TO MV-QUANTIDADE
           MOVE WRK-USUARIO      TO MV-OPERADOR
           MOVE WRK-CD-DATA      TO MV-DATA
      * mes ja fechado: o lancamento vai para o periodo aberto
           MOVE MV-DATA TO PFP-DATA
           CALL 'PROG170' USING PERIODO-PARAMETROS
           IF PFP-PERIODO-FECHADO
               MOVE PFP-DATA-ABERTA TO MV-DATA
               DISPLAY 'MES ' PFP-MES-FECHADO ' FECHADO - MOVIMENTO '
                   'LANCADO EM ' MV-DATA '.'
           END-IF
           MOVE WRK-CD-HORA      TO MV-HORA
           MOVE PC-NUMERO        TO MV-ORDEM
           MOVE WRK-LOCAL-ENT    TO MV-LOCAL
           MOVE SPACES           TO MV-LOCAL-PAR
           WRITE MOVIMENTO-ESTOQUE-RECORD
           CLOSE MOVIMENTO-FILE.

                   OPEN I-O ESTOQUE-LOTE-FILE
               END-IF

               MOVE PC-CODIGO     TO LT-CODIGO
               MOVE WRK-LOCAL-ENT TO LT-LOCAL
               MOVE WRK-LOTE-ENT  TO LT-LOTE
               READ ESTOQUE-LOTE-FILE
                   INVALID KEY
                       MOVE PC-CODIGO        TO LT-CODIGO
                       MOVE WRK-LOCAL-ENT    TO LT-LOCAL
                       MOVE WRK-LOTE-ENT     TO LT-LOTE
                       MOVE WRK-VALID-ENT    TO LT-VALIDADE
                       MOVE WRK-QTD-RECEBIDA TO LT-SALDO
               CLOSE ESTOQUE-LOTE-FILE
           END-IF.

      ******************************************************************
      * DEFINE-LOCAL-ENTREGA - O local de entrega e o do pedido
      * (pedido anterior aos locais vai para o central); o
      * almoxarife pode informar outro local ativo.
      ******************************************************************
       DEFINE-LOCAL-ENTREGA.
           MOVE PC-LOCAL TO WRK-LOCAL-ENT
           IF WRK-LOCAL-ENT = SPACES
               MOVE 'CENT' TO WRK-LOCAL-ENT
           END-IF
           OPEN INPUT LOCAL-ESTOQUE-FILE
           IF WRK-FS-LOCAL = '00'
               MOVE 'N' TO WRK-LOCAL-OK
               PERFORM UNTIL LOCAL-VALIDO
                   DISPLAY 'LOCAL DE ENTREGA (BRANCO = '
                       WRK-LOCAL-ENT '):'
                   ACCEPT WRK-LOCAL-DIG
                   MOVE FUNCTION UPPER-CASE(WRK-LOCAL-DIG)
                       TO WRK-LOCAL-DIG
                   IF WRK-LOCAL-DIG = SPACES
                       MOVE WRK-LOCAL-ENT TO WRK-LOCAL-DIG
                   END-IF
                   MOVE WRK-LOCAL-DIG TO LO-CODIGO
                   READ LOCAL-ESTOQUE-FILE
                       INVALID KEY
                           DISPLAY 'LOCAL NAO CADASTRADO.'
                       NOT INVALID KEY
                           IF LO-ATIVO
                               MOVE 'S' TO WRK-LOCAL-OK
                           ELSE
                               DISPLAY 'LOCAL INATIVO.'
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WRK-LOCAL-DIG TO WRK-LOCAL-ENT
               CLOSE LOCAL-ESTOQUE-FILE
           END-IF.

      ******************************************************************
      * CREDITA-SALDO-LOCAL - Credita a entrega no saldo do material
      * no local de entrega, abrindo o saldo do local na primeira vez.
      ******************************************************************
       CREDITA-SALDO-LOCAL.
           OPEN I-O SALDO-LOCAL-FILE
           IF WRK-FS-SALDO = '35'
               CLOSE SALDO-LOCAL-FILE
               OPEN OUTPUT SALDO-LOCAL-FILE
               CLOSE SALDO-LOCAL-FILE
               OPEN I-O SALDO-LOCAL-FILE
           END-IF
           MOVE PC-CODIGO     TO EL-CODIGO
           MOVE WRK-LOCAL-ENT TO EL-LOCAL
           READ SALDO-LOCAL-FILE
               INVALID KEY
                   MOVE PC-CODIGO        TO EL-CODIGO
                   MOVE WRK-LOCAL-ENT    TO EL-LOCAL
                   MOVE WRK-QTD-RECEBIDA TO EL-SALDO
                   MOVE 0 TO EL-MINIMO
                   MOVE 0 TO EL-QTD-REPOR
                   WRITE SALDO-LOCAL-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO CREDITAR O LOCAL.'
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-QTD-RECEBIDA TO EL-SALDO
                   REWRITE SALDO-LOCAL-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO CREDITAR O LOCAL.'
                   END-REWRITE
           END-READ
           CLOSE SALDO-LOCAL-FILE.

       LISTA-PEDIDOS.
           OPEN INPUT PEDIDO-FILE
           IF WRK-FS-PED = '35'
                       DISPLAY '  ' PC-NUMERO ' ' PC-CODIGO
                           ' QTD ' PC-QUANTIDADE
                           ' FORN ' PC-FORNECEDOR
                           ' LOCAL ' PC-LOCAL
                           ' (' PC-STATUS ')'
                   END-IF
               END-PERFORM
