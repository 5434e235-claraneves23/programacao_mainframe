      *  MANUTENCAO DO ESTOQUE DE MATERIAL - INCLUI MATERIAIS E
      *  MANTEM O ESTOQUE MINIMO E A QUANTIDADE DE REPOSICAO DE CADA
      *  ESTOQUE-MATERIAL-RECORD, PARAMETROS QUE ALIMENTAM O
      *  RELATORIO DIARIO DE REPOSICAO (PROG31). MANTEM TAMBEM O
      *  CADASTRO DE LOCAIS DE ESTOQUE (ALMOXARIFADO CENTRAL E PAIOES
      *  DAS OFICINAS) E A POLITICA DE REPOSICAO DE CADA LOCAL NO
      *  SALDO-LOCAL; O MINIMO E A REPOSICAO DO MESTRE ANDAM JUNTO COM
      *  OS DO ALMOXARIFADO CENTRAL ('CENT'). CADA LOCAL PERTENCE A
      *  UMA UNIDADE (CAMPUS), VALIDADA NO MESTRE DE UNIDADES; O
      *  ALMOXARIFADO CENTRAL E DA SEDE. MATERIAL EM CHAPA RECEBE AS
      *  MEDIDAS DA CHAPA PADRAO E O MENOR RETALHO APROVEITAVEL, USADOS
      *  PELO PLANO DE CORTE (PROG176).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-CODIGO
               FILE STATUS IS WRK-FS-ESTOQUE.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MATERIAL-FILE.
           COPY ESTOQMR.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTOQUE    PIC X(02) VALUE SPACES.
       77 WRK-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-LOCAL-BUSCA   PIC X(04) VALUE SPACES.
       77 WRK-DESCR-NOVA    PIC X(20) VALUE SPACES.
       77 WRK-STATUS-NOVO   PIC X(01) VALUE SPACES.
       77 WRK-UNIDADE-NOVA  PIC X(04) VALUE SPACES.
       77 WRK-FIM-SALDO     PIC X(01) VALUE 'N'.
           88 FIM-SALDO            VALUE 'S'.
       77 WRK-LOCAL-OK      PIC X(01) VALUE 'N'.
           88 LOCAL-VALIDO         VALUE 'S'.
       77 WRK-OPCAO         PIC 9 VALUE 0.
       77 WRK-CONTINUAR     PIC X VALUE 'S'.
       77 WRK-CODIGO-BUSCA  PIC X(06) VALUE SPACES.
           88 REGISTRO-ACHADO      VALUE 'S'.
       77 WRK-FIM-ESTOQUE   PIC X(01) VALUE 'N'.
           88 FIM-ESTOQUE          VALUE 'S'.
       COPY UNIPARM.
       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O ESTOQUE-MATERIAL-FILE
               CLOSE ESTOQUE-MATERIAL-FILE
               OPEN I-O ESTOQUE-MATERIAL-FILE
           END-IF
           OPEN I-O LOCAL-ESTOQUE-FILE
           IF WRK-FS-LOCAL = '35'
               CLOSE LOCAL-ESTOQUE-FILE
               OPEN OUTPUT LOCAL-ESTOQUE-FILE
               CLOSE LOCAL-ESTOQUE-FILE
               OPEN I-O LOCAL-ESTOQUE-FILE
           END-IF
           OPEN I-O SALDO-LOCAL-FILE
           IF WRK-FS-SALDO = '35'
               CLOSE SALDO-LOCAL-FILE
               OPEN OUTPUT SALDO-LOCAL-FILE
               CLOSE SALDO-LOCAL-FILE
               OPEN I-O SALDO-LOCAL-FILE
           END-IF

           PERFORM EXIBE-MENU UNTIL WRK-CONTINUAR NOT = 'S'

           CLOSE SALDO-LOCAL-FILE
           CLOSE LOCAL-ESTOQUE-FILE
           CLOSE ESTOQUE-MATERIAL-FILE
           STOP RUN.

           DISPLAY '2 - AJUSTAR MINIMO E REPOSICAO'
           DISPLAY '3 - CONSULTAR MATERIAL'
           DISPLAY '4 - LISTAR MATERIAIS'
           DISPLAY '5 - INCLUIR/ALTERAR LOCAL DE ESTOQUE'
           DISPLAY '6 - AJUSTAR MINIMO E REPOSICAO POR LOCAL'
           DISPLAY '7 - LISTAR LOCAIS DE ESTOQUE'
           DISPLAY '8 - SAIR'
           ACCEPT WRK-OPCAO

           EVALUATE WRK-OPCAO
               WHEN 2 PERFORM AJUSTA-PARAMETROS
               WHEN 3 PERFORM CONSULTA-MATERIAL
               WHEN 4 PERFORM LISTA-MATERIAIS
               WHEN 5 PERFORM MANTEM-LOCAL
               WHEN 6 PERFORM AJUSTA-POLITICA-LOCAL
               WHEN 7 PERFORM LISTA-LOCAIS
               WHEN 8 MOVE 'N' TO WRK-CONTINUAR
               WHEN OTHER DISPLAY 'OPCAO INVALIDA.'
           END-EVALUATE.

               ACCEPT EM-CUSTO-UNIT
               DISPLAY 'FATOR DE PERDA DE CORTE (PCT, EX: 05.00):'
               ACCEPT EM-PERDA-PCT
               PERFORM ACEITA-CHAPA
               WRITE ESTOQUE-MATERIAL-RECORD
                   INVALID KEY
                       DISPLAY 'MATERIAL JA EXISTE. INCLUSAO NEGADA.'
                   NOT INVALID KEY
                       DISPLAY 'MATERIAL INCLUIDO: ' EM-CODIGO
                       PERFORM ACOMPANHA-CENTRAL
               END-WRITE
           END-IF.

               DISPLAY 'FATOR DE PERDA ATUAL: ' EM-PERDA-PCT
               DISPLAY 'NOVO FATOR DE PERDA (PCT):'
               ACCEPT EM-PERDA-PCT
               IF EM-CHAPA-LARGURA IS NOT NUMERIC
                   OR EM-CHAPA-ALTURA IS NOT NUMERIC
                   OR EM-RETALHO-MIN IS NOT NUMERIC
                   MOVE 0 TO EM-CHAPA-LARGURA
                   MOVE 0 TO EM-CHAPA-ALTURA
                   MOVE 0 TO EM-RETALHO-MIN
               END-IF
               DISPLAY 'CHAPA PADRAO ATUAL: ' EM-CHAPA-LARGURA ' X '
                   EM-CHAPA-ALTURA ' RETALHO MINIMO: ' EM-RETALHO-MIN
               PERFORM ACEITA-CHAPA
               REWRITE ESTOQUE-MATERIAL-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ALTERAR O MATERIAL.'
                   NOT INVALID KEY
                       DISPLAY 'PARAMETROS ATUALIZADOS.'
                       PERFORM ACOMPANHA-CENTRAL
               END-REWRITE
           END-IF.

               DISPLAY 'REPOSICAO: ' EM-QTD-REPOR
               DISPLAY 'CUSTO UN.: ' EM-CUSTO-UNIT
               DISPLAY 'PERDA PCT: ' EM-PERDA-PCT
               IF EM-CHAPA-LARGURA IS NUMERIC
                   AND EM-CHAPA-LARGURA > 0
                   DISPLAY 'CHAPA    : ' EM-CHAPA-LARGURA ' X '
                       EM-CHAPA-ALTURA ' RETALHO MINIMO: '
                       EM-RETALHO-MIN
               END-IF
               PERFORM MOSTRA-SALDOS-LOCAIS
           END-IF.

       LISTA-MATERIAIS.
               END-IF
           END-PERFORM.

      ******************************************************************
      * ACEITA-CHAPA - Medidas da chapa padrao do material (largura
      * zero: o material nao e chapa e segue baixado peca a peca) e o
      * menor lado de retalho aproveitavel.
      ******************************************************************
       ACEITA-CHAPA.
           DISPLAY 'CHAPA PADRAO - LARGURA (0 = NAO E CHAPA):'
           ACCEPT EM-CHAPA-LARGURA
           IF EM-CHAPA-LARGURA = 0
               MOVE 0 TO EM-CHAPA-ALTURA
               MOVE 0 TO EM-RETALHO-MIN
           ELSE
               DISPLAY 'CHAPA PADRAO - ALTURA:'
               ACCEPT EM-CHAPA-ALTURA
               PERFORM UNTIL EM-CHAPA-ALTURA > 0
                   DISPLAY 'ALTURA INVALIDA. INFORME A ALTURA DA CHAPA:'
                   ACCEPT EM-CHAPA-ALTURA
               END-PERFORM
               DISPLAY 'MENOR LADO DE RETALHO APROVEITAVEL (0 = UM '
                   'DECIMO DA CHAPA):'
               ACCEPT EM-RETALHO-MIN
           END-IF.

       LOCALIZA-MATERIAL.
           MOVE 'N' TO WRK-ACHOU
           DISPLAY 'CODIGO DO MATERIAL:'
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
           END-READ.

      ******************************************************************
      * ACOMPANHA-CENTRAL - Leva o minimo e a reposicao do mestre para
      * o saldo do almoxarifado central; material recem-incluido abre
      * ali o saldo inicial.
      ******************************************************************
       ACOMPANHA-CENTRAL.
           MOVE EM-CODIGO TO EL-CODIGO
           MOVE 'CENT'    TO EL-LOCAL
           READ SALDO-LOCAL-FILE
               INVALID KEY
                   MOVE EM-CODIGO    TO EL-CODIGO
                   MOVE 'CENT'       TO EL-LOCAL
                   MOVE EM-SALDO     TO EL-SALDO
                   MOVE EM-MINIMO    TO EL-MINIMO
                   MOVE EM-QTD-REPOR TO EL-QTD-REPOR
                   WRITE SALDO-LOCAL-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO ABRIR O SALDO NO CENTRAL.'
                   END-WRITE
               NOT INVALID KEY
                   MOVE EM-MINIMO    TO EL-MINIMO
                   MOVE EM-QTD-REPOR TO EL-QTD-REPOR
                   REWRITE SALDO-LOCAL-RECORD
                       INVALID KEY
                           DISPLAY 'FALHA AO ATUALIZAR O CENTRAL.'
                   END-REWRITE
           END-READ.

      ******************************************************************
      * MOSTRA-SALDOS-LOCAIS - Abre o saldo do material corrente por
      * local de estoque, com o minimo e a reposicao de cada local.
      ******************************************************************
       MOSTRA-SALDOS-LOCAIS.
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
                       DISPLAY '  LOCAL ' EL-LOCAL ' SALDO: ' EL-SALDO
                           ' MIN: ' EL-MINIMO ' REPOR: '
                           EL-QTD-REPOR
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * MANTEM-LOCAL - Inclui um local de estoque novo ou altera a
      * descricao e a situacao de um existente; o almoxarifado
      * central nao pode ser inativado.
      ******************************************************************
       MANTEM-LOCAL.
           DISPLAY 'CODIGO DO LOCAL:'
           ACCEPT WRK-LOCAL-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-LOCAL-BUSCA) TO WRK-LOCAL-BUSCA
           IF WRK-LOCAL-BUSCA = SPACES
               DISPLAY 'CODIGO NAO PODE SER EM BRANCO.'
           ELSE
               MOVE WRK-LOCAL-BUSCA TO LO-CODIGO
               READ LOCAL-ESTOQUE-FILE
                   INVALID KEY
                       PERFORM INCLUI-LOCAL
                   NOT INVALID KEY
                       PERFORM ALTERA-LOCAL
               END-READ
           END-IF.

       INCLUI-LOCAL.
           MOVE WRK-LOCAL-BUSCA TO LO-CODIGO
           DISPLAY 'DESCRICAO DO LOCAL:'
           ACCEPT LO-DESCRICAO
           MOVE 'A' TO LO-STATUS
           IF LO-CODIGO = 'CENT'
               MOVE 'SEDE' TO LO-UNIDADE
           ELSE
               MOVE '1' TO UNP-STATUS
               PERFORM UNTIL UNP-STATUS = '0'
                   DISPLAY 'UNIDADE DO LOCAL (BRANCO = SEDE):'
                   MOVE SPACES TO UNP-CODIGO
                   ACCEPT UNP-CODIGO
                   MOVE 'V' TO UNP-OPERACAO
                   CALL 'PROG160' USING UNIDADE-PARAMETROS
                   IF UNP-STATUS NOT = '0'
                       DISPLAY 'UNIDADE NAO CADASTRADA OU INATIVA.'
                   END-IF
               END-PERFORM
               MOVE UNP-CODIGO TO LO-UNIDADE
           END-IF
           WRITE LOCAL-ESTOQUE-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO INCLUIR O LOCAL.'
               NOT INVALID KEY
                   DISPLAY 'LOCAL INCLUIDO: ' LO-CODIGO
           END-WRITE.

       ALTERA-LOCAL.
           DISPLAY 'DESCRICAO ATUAL: ' LO-DESCRICAO
           DISPLAY 'NOVA DESCRICAO (BRANCO MANTEM):'
           ACCEPT WRK-DESCR-NOVA
           IF WRK-DESCR-NOVA NOT = SPACES
               MOVE WRK-DESCR-NOVA TO LO-DESCRICAO
           END-IF
           DISPLAY 'SITUACAO ATUAL: ' LO-STATUS
           DISPLAY 'NOVA SITUACAO - (A)TIVO OU (I)NATIVO '
               '(BRANCO MANTEM):'
           ACCEPT WRK-STATUS-NOVO
           MOVE FUNCTION UPPER-CASE(WRK-STATUS-NOVO) TO WRK-STATUS-NOVO
           EVALUATE TRUE
               WHEN WRK-STATUS-NOVO = 'I' AND LO-CODIGO = 'CENT'
                   DISPLAY 'O ALMOXARIFADO CENTRAL NAO PODE SER '
                       'INATIVADO.'
               WHEN WRK-STATUS-NOVO = 'A' OR WRK-STATUS-NOVO = 'I'
                   MOVE WRK-STATUS-NOVO TO LO-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF LO-CODIGO NOT = 'CENT'
               PERFORM ALTERA-UNIDADE-LOCAL
           END-IF
           REWRITE LOCAL-ESTOQUE-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO ALTERAR O LOCAL.'
               NOT INVALID KEY
                   DISPLAY 'LOCAL ATUALIZADO.'
           END-REWRITE.

      ******************************************************************
      * ALTERA-UNIDADE-LOCAL - Troca a unidade (campus) do local; a
      * nova unidade tem de estar cadastrada e ativa.
      ******************************************************************
       ALTERA-UNIDADE-LOCAL.
           DISPLAY 'UNIDADE ATUAL: ' LO-UNIDADE
           DISPLAY 'NOVA UNIDADE (BRANCO MANTEM):'
           MOVE SPACES TO WRK-UNIDADE-NOVA
           ACCEPT WRK-UNIDADE-NOVA
           IF WRK-UNIDADE-NOVA NOT = SPACES
               MOVE 'V' TO UNP-OPERACAO
               MOVE WRK-UNIDADE-NOVA TO UNP-CODIGO
               CALL 'PROG160' USING UNIDADE-PARAMETROS
               IF UNP-STATUS = '0'
                   MOVE UNP-CODIGO TO LO-UNIDADE
               ELSE
                   DISPLAY 'UNIDADE NAO CADASTRADA OU INATIVA. '
                       'UNIDADE MANTIDA.'
               END-IF
           END-IF.

      ******************************************************************
      * AJUSTA-POLITICA-LOCAL - Mantem o minimo e a reposicao do
      * material num local (o saldo do local so muda por movimento);
      * no almoxarifado central o mestre acompanha.
      ******************************************************************
       AJUSTA-POLITICA-LOCAL.
           PERFORM LOCALIZA-MATERIAL
           IF REGISTRO-ACHADO
               PERFORM SOLICITA-LOCAL
               IF LOCAL-VALIDO
                   MOVE EM-CODIGO       TO EL-CODIGO
                   MOVE WRK-LOCAL-BUSCA TO EL-LOCAL
                   READ SALDO-LOCAL-FILE
                       INVALID KEY
                           MOVE EM-CODIGO       TO EL-CODIGO
                           MOVE WRK-LOCAL-BUSCA TO EL-LOCAL
                           MOVE 0 TO EL-SALDO
                           MOVE 0 TO EL-MINIMO
                           MOVE 0 TO EL-QTD-REPOR
                           PERFORM RECEBE-POLITICA-LOCAL
                           WRITE SALDO-LOCAL-RECORD
                               INVALID KEY
                                   DISPLAY 'FALHA AO GRAVAR O LOCAL.'
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM RECEBE-POLITICA-LOCAL
                           REWRITE SALDO-LOCAL-RECORD
                               INVALID KEY
                                   DISPLAY 'FALHA AO ALTERAR O LOCAL.'
                           END-REWRITE
                   END-READ
                   IF WRK-LOCAL-BUSCA = 'CENT'
                       MOVE EL-MINIMO    TO EM-MINIMO
                       MOVE EL-QTD-REPOR TO EM-QTD-REPOR
                       REWRITE ESTOQUE-MATERIAL-RECORD
                           INVALID KEY
                               DISPLAY 'FALHA AO ALTERAR O MATERIAL.'
                       END-REWRITE
                   END-IF
                   DISPLAY 'POLITICA DO LOCAL ATUALIZADA.'
               END-IF
           END-IF.

       RECEBE-POLITICA-LOCAL.
           DISPLAY 'SALDO NO LOCAL : ' EL-SALDO
           DISPLAY 'MINIMO ATUAL   : ' EL-MINIMO
           DISPLAY 'NOVO MINIMO:'
           ACCEPT EL-MINIMO
           DISPLAY 'REPOSICAO ATUAL: ' EL-QTD-REPOR
           DISPLAY 'NOVA QUANTIDADE DE REPOSICAO:'
           ACCEPT EL-QTD-REPOR.

      ******************************************************************
      * SOLICITA-LOCAL - Pede o local de estoque (branco vale o
      * almoxarifado central) e confere que esta cadastrado e ativo.
      ******************************************************************
       SOLICITA-LOCAL.
           MOVE 'N' TO WRK-LOCAL-OK
           DISPLAY 'LOCAL DE ESTOQUE (BRANCO = CENT):'
           ACCEPT WRK-LOCAL-BUSCA
           MOVE FUNCTION UPPER-CASE(WRK-LOCAL-BUSCA) TO WRK-LOCAL-BUSCA
           IF WRK-LOCAL-BUSCA = SPACES
               MOVE 'CENT' TO WRK-LOCAL-BUSCA
           END-IF
           MOVE WRK-LOCAL-BUSCA TO LO-CODIGO
           READ LOCAL-ESTOQUE-FILE
               INVALID KEY
                   DISPLAY 'LOCAL NAO CADASTRADO.'
               NOT INVALID KEY
                   IF LO-ATIVO
                       MOVE 'S' TO WRK-LOCAL-OK
                   ELSE
                       DISPLAY 'LOCAL INATIVO.'
                   END-IF
           END-READ.

       LISTA-LOCAIS.
           MOVE 'N' TO WRK-FIM-SALDO
           MOVE SPACES TO LO-CODIGO
           START LOCAL-ESTOQUE-FILE KEY IS NOT LESS THAN LO-CODIGO
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SALDO
           END-START
           PERFORM UNTIL FIM-SALDO
               READ LOCAL-ESTOQUE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WRK-FIM-SALDO
               END-READ
               IF NOT FIM-SALDO
                   DISPLAY LO-CODIGO ' ' LO-DESCRICAO
                       ' (' LO-STATUS ') UNIDADE ' LO-UNIDADE
               END-IF
           END-PERFORM.
       END PROGRAM PROG30.
