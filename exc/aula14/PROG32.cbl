      *  MERCADORIA E AJUSTES DE INVENTARIO NO ARQUIVO DE MOVIMENTOS
      *  (MOVIMENTO-ESTOQUE) E POSTA O EFEITO NO SALDO DO
      *  ESTOQUE-MATERIAL, ACABANDO COM A EDICAO DO ARQUIVO NA MAO
      *  QUE NAO DEIXAVA TRILHA PARA A AUDITORIA. ENTRADAS E AJUSTES
      *  SAO POSTADOS TAMBEM NO SALDO DO LOCAL DE ESTOQUE INFORMADO
      *  (SALDO-LOCAL), E A (T)RANSFERENCIA MOVE QUANTIDADE ENTRE DOIS
      *  LOCAIS (ALMOXARIFADO CENTRAL E PAIOES DAS OFICINAS) SEM MEXER
      *  NO EM-SALDO: DEBITA A ORIGEM, CREDITA O DESTINO, LEVA OS
      *  LOTES DE VALIDADE MAIS PROXIMA PRIMEIRO E GRAVA O PAR DE
      *  MOVIMENTOS NUMERADO NO MOVIMENTO-ESTOQUE.
      *  MOVIMENTO DATADO EM MES JA FECHADO (PROG170) E LANCADO NO
      *  PRIMEIRO DIA DO PERIODO ABERTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT MOVIMENTO-ESTOQUE-FILE ASSIGN TO "MOVESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTO.
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
           SELECT ESTOQUE-LOTE-FILE ASSIGN TO "ESTOQLOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-CHAVE
               FILE STATUS IS WRK-FS-LOTE.
           SELECT RECIBO-CONTROLE-FILE ASSIGN TO "RECNUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RB-CHAVE
               FILE STATUS IS WRK-FS-RECNUM.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  MOVIMENTO-ESTOQUE-FILE.
           COPY MOVESTQ.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  ESTOQUE-LOTE-FILE.
           COPY LOTEMR.
       FD  RECIBO-CONTROLE-FILE.
           COPY RECNUM.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-MOVTO      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOTE       PIC X(02) VALUE SPACES.
       77 WRK-FS-RECNUM     PIC X(02) VALUE SPACES.
       77 WRK-LOCAL         PIC X(04) VALUE SPACES.
       77 WRK-LOCAL-PAR     PIC X(04) VALUE SPACES.
       77 WRK-LOCAL-ORIGEM  PIC X(04) VALUE SPACES.
       77 WRK-LOCAL-DESTINO PIC X(04) VALUE SPACES.
       77 WRK-LOCAL-POSTA   PIC X(04) VALUE SPACES.
       77 WRK-LOCAL-OK      PIC X(01) VALUE 'N'.
           88 LOCAL-VALIDO         VALUE 'S'.
       77 WRK-LOCAL-ABERTO  PIC X(01) VALUE 'N'.
           88 LOCAIS-ABERTOS       VALUE 'S'.
       77 WRK-ORDEM         PIC X(08) VALUE SPACES.
       77 WRK-NUMERO-TRANSF PIC 9(08) VALUE 0.
       77 WRK-FALTA-LOTE    PIC S9(06)V99 VALUE 0.
       77 WRK-LEVA-LOTE     PIC S9(06)V99 VALUE 0.
       77 WRK-FIM-LOTE      PIC X(01) VALUE 'N'.
           88 FIM-LOTE             VALUE 'S'.
       77 WRK-MELHOR-LOTE   PIC X(10) VALUE SPACES.
       77 WRK-MELHOR-VALID  PIC X(08) VALUE SPACES.
       77 WRK-CONTINUA      PIC X(01) VALUE 'S'.
       77 WRK-CODIGO        PIC X(06) VALUE SPACES.
       77 WRK-TIPO          PIC X(01) VALUE SPACES.
       77 WRK-USUARIO       PIC X(08) VALUE SPACES.
       77 WRK-ACHOU         PIC X(01) VALUE 'N'.
           88 REGISTRO-ACHADO      VALUE 'S'.
       COPY PERPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
                   'INEXISTENTE.'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O SALDO-LOCAL-FILE
               IF WRK-FS-SALDO = '35'
                   CLOSE SALDO-LOCAL-FILE
                   OPEN OUTPUT SALDO-LOCAL-FILE
                   CLOSE SALDO-LOCAL-FILE
                   OPEN I-O SALDO-LOCAL-FILE
               END-IF
               OPEN INPUT LOCAL-ESTOQUE-FILE
               IF WRK-FS-LOCAL = '00'
                   MOVE 'S' TO WRK-LOCAL-ABERTO
               END-IF
               PERFORM LANCA-MOVIMENTO
                   UNTIL WRK-CONTINUA NOT = 'S' AND
                   WRK-CONTINUA NOT = 's'
               IF LOCAIS-ABERTOS
                   CLOSE LOCAL-ESTOQUE-FILE
               END-IF
               CLOSE SALDO-LOCAL-FILE
               CLOSE ESTOQUE-MATERIAL-FILE
           END-IF
           STOP RUN.

      ******************************************************************
      * LANCA-MOVIMENTO - Recebe material, tipo (entrada/ajuste/
      * transferencia), local e quantidade, posta o efeito no saldo
      * do material e no do local e grava o movimento com operador e
      * carimbo de data/hora.
      ******************************************************************
       LANCA-MOVIMENTO.
           PERFORM LOCALIZA-MATERIAL
           IF REGISTRO-ACHADO
               MOVE SPACES TO WRK-TIPO
               PERFORM UNTIL WRK-TIPO = 'E' OR WRK-TIPO = 'A'
                   OR WRK-TIPO = 'T'
                   DISPLAY 'TIPO - (E)NTRADA, (A)JUSTE OU '
                       '(T)RANSFERENCIA ENTRE LOCAIS: '
                   ACCEPT WRK-TIPO
                   MOVE FUNCTION UPPER-CASE(WRK-TIPO) TO WRK-TIPO
                   IF WRK-TIPO NOT = 'E' AND WRK-TIPO NOT = 'A'
                       AND WRK-TIPO NOT = 'T'
                       DISPLAY 'TIPO INVALIDO. DIGITE E, A OU T.'
                   END-IF
               END-PERFORM
           END-IF

           IF REGISTRO-ACHADO AND WRK-TIPO = 'T'
               PERFORM TRANSFERE-MATERIAL
           END-IF

           IF REGISTRO-ACHADO AND WRK-TIPO NOT = 'T'
               MOVE 'N' TO WRK-LOCAL-OK
               PERFORM UNTIL LOCAL-VALIDO
                   PERFORM SOLICITA-LOCAL
               END-PERFORM
               MOVE WRK-LOCAL TO WRK-LOCAL-ORIGEM

               DISPLAY 'QUANTIDADE:'
               ACCEPT WRK-QUANTIDADE
                   INVALID KEY
                       DISPLAY 'FALHA AO ATUALIZAR O SALDO.'
                   NOT INVALID KEY
                       MOVE WRK-LOCAL-ORIGEM TO WRK-LOCAL-POSTA
                       PERFORM POSTA-SALDO-LOCAL
                       MOVE WRK-LOCAL-ORIGEM TO WRK-LOCAL
                       MOVE SPACES           TO WRK-LOCAL-PAR
                       MOVE SPACES           TO WRK-ORDEM
                       PERFORM GRAVA-MOVIMENTO
                       DISPLAY 'MOVIMENTO LANCADO. NOVO SALDO: '
                           EM-SALDO ' NO LOCAL ' WRK-LOCAL-ORIGEM
                           ': ' EL-SALDO
               END-REWRITE
           END-IF

           MOVE WRK-QTD-ASSINADA TO MV-QUANTIDADE
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
           MOVE WRK-ORDEM        TO MV-ORDEM
           MOVE WRK-LOCAL        TO MV-LOCAL
           MOVE WRK-LOCAL-PAR    TO MV-LOCAL-PAR
           WRITE MOVIMENTO-ESTOQUE-RECORD
           CLOSE MOVIMENTO-ESTOQUE-FILE.

      ******************************************************************
      * SOLICITA-LOCAL - Pede o local de estoque (branco vale o
      * almoxarifado central) e confere que esta cadastrado e ativo;
      * sem o cadastro de locais implantado so vale o central. O
      * cadastro aberto e marcado em WRK-LOCAL-ABERTO, para que o
      * status de uma leitura recusada nao o tome por ausente.
      ******************************************************************
       SOLICITA-LOCAL.
           MOVE 'N' TO WRK-LOCAL-OK
           DISPLAY 'LOCAL DE ESTOQUE (BRANCO = CENT):'
           ACCEPT WRK-LOCAL
           MOVE FUNCTION UPPER-CASE(WRK-LOCAL) TO WRK-LOCAL
           IF WRK-LOCAL = SPACES
               MOVE 'CENT' TO WRK-LOCAL
           END-IF
           IF NOT LOCAIS-ABERTOS
               IF WRK-LOCAL = 'CENT'
                   MOVE 'S' TO WRK-LOCAL-OK
               ELSE
                   DISPLAY 'LOCAIS NAO IMPLANTADOS - SO CENT.'
               END-IF
           ELSE
               MOVE WRK-LOCAL TO LO-CODIGO
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
           END-IF.

      ******************************************************************
      * POSTA-SALDO-LOCAL - Posta a quantidade assinada no saldo do
      * material no local informado, abrindo o saldo do local no
      * primeiro movimento.
      ******************************************************************
       POSTA-SALDO-LOCAL.
           MOVE WRK-CODIGO       TO EL-CODIGO
           MOVE WRK-LOCAL-POSTA  TO EL-LOCAL
           READ SALDO-LOCAL-FILE
               INVALID KEY
                   MOVE WRK-CODIGO       TO EL-CODIGO
                   MOVE WRK-LOCAL-POSTA  TO EL-LOCAL
                   MOVE WRK-QTD-ASSINADA TO EL-SALDO
                   MOVE 0 TO EL-MINIMO
                   MOVE 0 TO EL-QTD-REPOR
                   WRITE SALDO-LOCAL-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO ABRIR O SALDO DO LOCAL.'
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-QTD-ASSINADA TO EL-SALDO
                   REWRITE SALDO-LOCAL-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO ATUALIZAR O SALDO DO '
                               'LOCAL.'
                   END-REWRITE
           END-READ.

      ******************************************************************
      * TRANSFERE-MATERIAL - Move a quantidade do local de origem para
      * o de destino: confere o saldo da origem, debita a origem,
      * credita o destino, leva os lotes e grava o par de movimentos
      * com o numero da transferencia. O EM-SALDO nao muda.
      ******************************************************************
       TRANSFERE-MATERIAL.
           DISPLAY 'LOCAL DE ORIGEM:'
           MOVE 'N' TO WRK-LOCAL-OK
           PERFORM UNTIL LOCAL-VALIDO
               PERFORM SOLICITA-LOCAL
           END-PERFORM
           MOVE WRK-LOCAL TO WRK-LOCAL-ORIGEM
           DISPLAY 'LOCAL DE DESTINO:'
           MOVE 'N' TO WRK-LOCAL-OK
           PERFORM UNTIL LOCAL-VALIDO
               PERFORM SOLICITA-LOCAL
           END-PERFORM
           MOVE WRK-LOCAL TO WRK-LOCAL-DESTINO

           DISPLAY 'QUANTIDADE A TRANSFERIR:'
           ACCEPT WRK-QUANTIDADE

           MOVE WRK-CODIGO       TO EL-CODIGO
           MOVE WRK-LOCAL-ORIGEM TO EL-LOCAL
           EVALUATE TRUE
               WHEN WRK-LOCAL-ORIGEM = WRK-LOCAL-DESTINO
                   DISPLAY 'ORIGEM E DESTINO IGUAIS. TRANSFERENCIA '
                       'RECUSADA.'
               WHEN WRK-QUANTIDADE = 0
                   DISPLAY 'QUANTIDADE ZERADA. TRANSFERENCIA '
                       'RECUSADA.'
               WHEN OTHER
                   READ SALDO-LOCAL-FILE
                       INVALID KEY
                           DISPLAY 'MATERIAL SEM SALDO NO LOCAL '
                               WRK-LOCAL-ORIGEM '. TRANSFERENCIA '
                               'RECUSADA.'
                       NOT INVALID KEY
                           IF EL-SALDO < WRK-QUANTIDADE
                               DISPLAY 'SALDO INSUFICIENTE NO LOCAL '
                                   WRK-LOCAL-ORIGEM ': ' EL-SALDO
                                   '. TRANSFERENCIA RECUSADA.'
                           ELSE
                               PERFORM EFETIVA-TRANSFERENCIA
                           END-IF
                   END-READ
           END-EVALUATE.

       EFETIVA-TRANSFERENCIA.
           SUBTRACT WRK-QUANTIDADE FROM EL-SALDO
           REWRITE SALDO-LOCAL-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO DEBITAR O LOCAL DE ORIGEM.'
               NOT INVALID KEY
                   MOVE WRK-LOCAL-DESTINO TO WRK-LOCAL-POSTA
                   MOVE WRK-QUANTIDADE    TO WRK-QTD-ASSINADA
                   PERFORM POSTA-SALDO-LOCAL
                   PERFORM TRANSFERE-LOTES
                   PERFORM ALOCA-NUMERO-TRANSFERENCIA
                   PERFORM GRAVA-PAR-TRANSFERENCIA
                   DISPLAY 'TRANSFERENCIA ' WRK-NUMERO-TRANSF
                       ' LANCADA: ' WRK-LOCAL-ORIGEM ' -> '
                       WRK-LOCAL-DESTINO
           END-REWRITE.

      ******************************************************************
      * TRANSFERE-LOTES - Leva a quantidade transferida dos lotes do
      * material no local de origem, do de validade mais proxima para
      * o mais distante, creditando o mesmo lote (com a mesma
      * validade) no local de destino; material sem lote no local
      * de origem segue so nos saldos, como no consumo do PROG02.
      ******************************************************************
       TRANSFERE-LOTES.
           MOVE WRK-QUANTIDADE TO WRK-FALTA-LOTE
           OPEN I-O ESTOQUE-LOTE-FILE
           IF WRK-FS-LOTE = '35'
               CONTINUE
           ELSE
               PERFORM UNTIL WRK-FALTA-LOTE <= 0
                   PERFORM ACHA-LOTE-ORIGEM
                   IF WRK-MELHOR-LOTE = SPACES
                       MOVE 0 TO WRK-FALTA-LOTE
                   ELSE
                       PERFORM LEVA-DO-LOTE
                   END-IF
               END-PERFORM
               CLOSE ESTOQUE-LOTE-FILE
           END-IF.

      ******************************************************************
      * ACHA-LOTE-ORIGEM - Varre os lotes do material no local de
      * origem e guarda o de validade mais proxima com saldo positivo.
      ******************************************************************
       ACHA-LOTE-ORIGEM.
           MOVE SPACES TO WRK-MELHOR-LOTE
           MOVE HIGH-VALUES TO WRK-MELHOR-VALID
           MOVE 'N' TO WRK-FIM-LOTE
           MOVE WRK-CODIGO       TO LT-CODIGO
           MOVE WRK-LOCAL-ORIGEM TO LT-LOCAL
           MOVE SPACES           TO LT-LOTE
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
                   IF LT-CODIGO NOT = WRK-CODIGO
                       OR LT-LOCAL NOT = WRK-LOCAL-ORIGEM
                       MOVE 'S' TO WRK-FIM-LOTE
                   ELSE
                       IF LT-SALDO > 0
                           AND LT-VALIDADE < WRK-MELHOR-VALID
                           MOVE LT-LOTE     TO WRK-MELHOR-LOTE
                           MOVE LT-VALIDADE TO WRK-MELHOR-VALID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * LEVA-DO-LOTE - Abate do lote escolhido na origem o que couber
      * da transferencia e credita a mesma quantidade no lote de
      * mesmo numero no destino, criando-o na primeira vez.
      ******************************************************************
       LEVA-DO-LOTE.
           MOVE WRK-CODIGO       TO LT-CODIGO
           MOVE WRK-LOCAL-ORIGEM TO LT-LOCAL
           MOVE WRK-MELHOR-LOTE  TO LT-LOTE
           READ ESTOQUE-LOTE-FILE
               INVALID KEY
                   MOVE 0 TO WRK-FALTA-LOTE
               NOT INVALID KEY
                   IF LT-SALDO >= WRK-FALTA-LOTE
                       MOVE WRK-FALTA-LOTE TO WRK-LEVA-LOTE
                   ELSE
                       MOVE LT-SALDO TO WRK-LEVA-LOTE
                   END-IF
                   SUBTRACT WRK-LEVA-LOTE FROM LT-SALDO
                   SUBTRACT WRK-LEVA-LOTE FROM WRK-FALTA-LOTE
                   REWRITE ESTOQUE-LOTE-RECORD
                       INVALID KEY
                           MOVE 0 TO WRK-FALTA-LOTE
                       NOT INVALID KEY
                           PERFORM CREDITA-LOTE-DESTINO
                   END-REWRITE
           END-READ.

       CREDITA-LOTE-DESTINO.
           MOVE WRK-CODIGO        TO LT-CODIGO
           MOVE WRK-LOCAL-DESTINO TO LT-LOCAL
           MOVE WRK-MELHOR-LOTE   TO LT-LOTE
           READ ESTOQUE-LOTE-FILE
               INVALID KEY
                   MOVE WRK-CODIGO        TO LT-CODIGO
                   MOVE WRK-LOCAL-DESTINO TO LT-LOCAL
                   MOVE WRK-MELHOR-LOTE   TO LT-LOTE
                   MOVE WRK-MELHOR-VALID  TO LT-VALIDADE
                   MOVE WRK-LEVA-LOTE     TO LT-SALDO
                   WRITE ESTOQUE-LOTE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WRK-LEVA-LOTE TO LT-SALDO
                   REWRITE ESTOQUE-LOTE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

      ******************************************************************
      * GRAVA-PAR-TRANSFERENCIA - Grava o par de movimentos da
      * transferencia: o debito no local de origem e o credito no de
      * destino, cada um apontando o outro local e levando o numero
      * da transferencia em MV-ORDEM.
      ******************************************************************
       GRAVA-PAR-TRANSFERENCIA.
           MOVE WRK-NUMERO-TRANSF TO WRK-ORDEM
           COMPUTE WRK-QTD-ASSINADA = 0 - WRK-QUANTIDADE
           MOVE WRK-LOCAL-ORIGEM  TO WRK-LOCAL
           MOVE WRK-LOCAL-DESTINO TO WRK-LOCAL-PAR
           PERFORM GRAVA-MOVIMENTO
           MOVE WRK-QUANTIDADE    TO WRK-QTD-ASSINADA
           MOVE WRK-LOCAL-DESTINO TO WRK-LOCAL
           MOVE WRK-LOCAL-ORIGEM  TO WRK-LOCAL-PAR
           PERFORM GRAVA-MOVIMENTO.

      ******************************************************************
      * ALOCA-NUMERO-TRANSFERENCIA - Aloca o proximo numero de
      * transferencia no contador controlado (chave 'TRANSEST' do
      * registro central de numeracao), criando o contador na
      * primeira transferencia.
      ******************************************************************
       ALOCA-NUMERO-TRANSFERENCIA.
           OPEN I-O RECIBO-CONTROLE-FILE
           IF WRK-FS-RECNUM = '35'
               CLOSE RECIBO-CONTROLE-FILE
               OPEN OUTPUT RECIBO-CONTROLE-FILE
               CLOSE RECIBO-CONTROLE-FILE
               OPEN I-O RECIBO-CONTROLE-FILE
           END-IF
           MOVE 'TRANSEST' TO RB-CHAVE
           READ RECIBO-CONTROLE-FILE
               INVALID KEY
                   MOVE 1 TO WRK-NUMERO-TRANSF
                   MOVE 'TRANSEST' TO RB-CHAVE
                   MOVE 2 TO RB-PROXIMO
                   WRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE RB-PROXIMO TO WRK-NUMERO-TRANSF
                   ADD 1 TO RB-PROXIMO
                   REWRITE RECIBO-CONTROLE-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ
           CLOSE RECIBO-CONTROLE-FILE.
       END PROGRAM PROG32.
