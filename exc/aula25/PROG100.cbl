      *  CONTADO VERSUS EM-SALDO; (P)OSTAGEM DAS DIFERENCAS APROVADAS
      *  COMO MOVIMENTOS MV-AJUSTE COM O OPERADOR DA CONTAGEM
      *  CARIMBADO - O CICLO QUE A AUDITORIA DE FIM DE ANO PEDE HA
      *  DOIS ANOS. A CONTAGEM E POR LOCAL DE ESTOQUE: A FOLHA SAI
      *  COM OS MATERIAIS DE UM LOCAL, A CONTAGEM E DIGITADA PARA O
      *  LOCAL, A VARIACAO CONFRONTA O CONTADO COM O SALDO DO LOCAL
      *  (ESTOQLOC) E O AJUSTE APROVADO ACERTA O SALDO DO LOCAL E O
      *  TOTAL DO MATERIAL NO MESTRE.
      *  O AJUSTE DATADO EM MES JA FECHADO (PROG170) E LANCADO NO
      *  PRIMEIRO DIA DO PERIODO ABERTO.
      *  COM O CALENDARIO DE CONTAGEM CICLICA (CICLOCNT, GERADO PELO
      *  PROG184) IMPLANTADO, A FOLHA PODE SAIR SO COM OS ITENS
      *  PROGRAMADOS PARA O DIA; CADA CONTAGEM ENCERRADA NA POSTAGEM
      *  VAI PARA O HISTORICO DE CONTAGENS (CONTHIST) COM A CLASSE ABC
      *  E MARCA O ITEM COMO CONTADO NO CALENDARIO E NA CLASSIFICACAO.
      *  O ITEM DO CALENDARIO E DO MATERIAL, NAO DO LOCAL: A FOLHA
      *  CICLICA DE CADA LOCAL O TRAZ QUALQUER QUE SEJA A SITUACAO, E
      *  ELE SO FICA CONTADO (E A CLASSIFICACAO SO GANHA A DATA DA
      *  CONTAGEM) QUANDO TODOS OS LOCAIS COM SALDO ABERTO DO MATERIAL
      *  TIVEREM A CONTAGEM DO DIA POSTADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAGEM-FILE ASSIGN TO "IVCOUNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-CHAVE
               FILE STATUS IS WRK-FS-CONT.
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
           SELECT FOLHA-FILE ASSIGN TO "CONTFOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.
           SELECT MOVIMENTO-FILE ASSIGN TO "MOVESTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT CLASSE-ABC-FILE ASSIGN TO "CLASSABC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-CODIGO
               FILE STATUS IS WRK-FS-CLASSE.
           SELECT CICLO-CONTAGEM-FILE ASSIGN TO "CICLOCNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-CHAVE
               FILE STATUS IS WRK-FS-CICLO.
           SELECT CONTAGEM-HIST-FILE ASSIGN TO "CONTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-FILE.
           COPY ESTOQMR.
       FD  CONTAGEM-FILE.
           COPY IVCOUNT.
       FD  SALDO-LOCAL-FILE.
           COPY SALDLOC.
       FD  LOCAL-ESTOQUE-FILE.
           COPY LOCESTQ.
       FD  FOLHA-FILE.
       01  FOLHA-LINHA        PIC X(60).
       FD  VARIACAO-REL-FILE.
       01  VARIACAO-REL-LINHA PIC X(90).
       FD  MOVIMENTO-FILE.
           COPY MOVESTQ.
       FD  CLASSE-ABC-FILE.
           COPY CLASSABC.
       FD  CICLO-CONTAGEM-FILE.
           COPY CICLOCNT.
       FD  CONTAGEM-HIST-FILE.
           COPY CONTHIST.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTQ       PIC X(02) VALUE SPACES.
       77 WRK-FS-CONT       PIC X(02) VALUE SPACES.
       77 WRK-SALDO-SAI     PIC -ZZZZZ9.99.
       77 WRK-CONT-SAI      PIC -ZZZZZ9.99.
       77 WRK-DIF-SAI       PIC -ZZZZZZ9.99.
       77 WRK-FS-SALDO      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOCAL      PIC X(02) VALUE SPACES.
       77 WRK-LOCAL         PIC X(04) VALUE SPACES.
       77 WRK-LOCAL-OK      PIC X(01) VALUE 'N'.
           88 LOCAL-VALIDO         VALUE 'S'.
       77 WRK-LOCAL-ABERTO  PIC X(01) VALUE 'N'.
           88 LOCAIS-ABERTOS       VALUE 'S'.
       77 WRK-FIM-SALDO     PIC X(01) VALUE 'N'.
           88 FIM-SALDO            VALUE 'S'.
       77 WRK-SALDO-ACHADO  PIC X(01) VALUE 'N'.
           88 SALDO-LOCAL-ACHADO   VALUE 'S'.
       77 WRK-SALDO-LOCAL   PIC S9(06)V99 VALUE 0.
       77 WRK-FS-CLASSE     PIC X(02) VALUE SPACES.
       77 WRK-FS-CICLO      PIC X(02) VALUE SPACES.
       77 WRK-FS-HIST       PIC X(02) VALUE SPACES.
       77 WRK-TIPO-FOLHA    PIC X(01) VALUE 'T'.
           88 FOLHA-CICLICA        VALUE 'C'.
           88 FOLHA-TOTAL          VALUE 'T'.
       77 WRK-PROGRAMADO    PIC X(01) VALUE 'N'.
           88 ITEM-PROGRAMADO      VALUE 'S'.
       77 WRK-AJUSTADO      PIC X(01) VALUE 'N'.
       77 WRK-TODOS-LOCAIS  PIC X(01) VALUE 'N'.
           88 TODOS-LOCAIS-CONTADOS VALUE 'S'.
       77 WRK-FIM-LOCAIS    PIC X(01) VALUE 'N'.
           88 FIM-LOCAIS           VALUE 'S'.
       77 WRK-CHAVE-CONT    PIC X(10) VALUE SPACES.
       77 WRK-DATA-CONT     PIC X(08) VALUE SPACES.
       77 WRK-CUSTO-UNIT    PIC 9(06)V99 VALUE 0.
       COPY PERPARM.
       01 WRK-DATA-HORA     PIC X(21).
       01 WRK-DH-REDEF REDEFINES WRK-DATA-HORA.
          05 WRK-CD-DATA    PIC X(08).
           END-EVALUATE.

      ******************************************************************
      * IMPRIME-FOLHA - Folha de contagem cega de um local: codigo e
      * descricao de cada material com saldo aberto no local, com
      * espaco para a contagem manual - o saldo de sistema fica de
      * fora de proposito. Na folha ciclica saem so os materiais
      * programados para o dia no calendario de contagem (CICLOCNT),
      * contados ou nao: o item so fecha quando todos os locais o
      * contaram, e o primeiro local a postar nao o tira da folha
      * dos outros.
      ******************************************************************
       IMPRIME-FOLHA.
           OPEN INPUT SALDO-LOCAL-FILE
           IF WRK-FS-SALDO = '35'
               DISPLAY 'SALDOS POR LOCAL NAO IMPLANTADOS (PROG138).'
           ELSE
               PERFORM SOLICITA-LOCAL
               PERFORM SOLICITA-TIPO-FOLHA
               MOVE 0 TO WRK-QTD-ITENS
               OPEN INPUT ESTOQUE-FILE
               OPEN OUTPUT FOLHA-FILE
               MOVE SPACES TO FOLHA-LINHA
               IF FOLHA-CICLICA
                   STRING 'CONTAGEM CICLICA DE ' DELIMITED BY SIZE
                       WRK-CD-DATA DELIMITED BY SIZE
                       ' - LOCAL ' DELIMITED BY SIZE
                       WRK-LOCAL DELIMITED BY SIZE
                       INTO FOLHA-LINHA
               ELSE
                   STRING 'FOLHA DE CONTAGEM DE INVENTARIO - LOCAL '
                       DELIMITED BY SIZE
                       WRK-LOCAL DELIMITED BY SIZE
                       INTO FOLHA-LINHA
               END-IF
               WRITE FOLHA-LINHA
               MOVE SPACES TO FOLHA-LINHA
               WRITE FOLHA-LINHA

               MOVE 'N' TO WRK-FIM-SALDO
               MOVE LOW-VALUES TO EL-CHAVE
               START SALDO-LOCAL-FILE KEY IS NOT LESS THAN EL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-SALDO
               END-START
               PERFORM UNTIL FIM-SALDO
                   READ SALDO-LOCAL-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-SALDO
                   END-READ
                   IF NOT FIM-SALDO AND EL-LOCAL = WRK-LOCAL
                       PERFORM CONFERE-PROGRAMACAO
                       IF ITEM-PROGRAMADO
                           PERFORM ESCREVE-LINHA-FOLHA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FOLHA-FILE
               IF WRK-FS-ESTQ NOT = '35'
                   CLOSE ESTOQUE-FILE
               END-IF
               IF FOLHA-CICLICA
                   CLOSE CICLO-CONTAGEM-FILE
               END-IF
               CLOSE SALDO-LOCAL-FILE
               IF FOLHA-CICLICA AND WRK-QTD-ITENS = 0
                   DISPLAY 'NENHUM ITEM DO LOCAL PROGRAMADO PARA HOJE.'
               END-IF
               DISPLAY 'FOLHA GRAVADA EM CONTFOL: ' WRK-QTD-ITENS
                   ' ITEM(NS).'
           END-IF.

      ******************************************************************
      * SOLICITA-TIPO-FOLHA - Com o calendario de contagem ciclica
      * implantado, pergunta se a folha e a ciclica do dia ou a do
      * inventario geral; sem ele, so a geral.
      ******************************************************************
       SOLICITA-TIPO-FOLHA.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           MOVE 'T' TO WRK-TIPO-FOLHA
           OPEN INPUT CICLO-CONTAGEM-FILE
           IF WRK-FS-CICLO NOT = '35'
               MOVE SPACES TO WRK-TIPO-FOLHA
               PERFORM UNTIL FOLHA-CICLICA OR FOLHA-TOTAL
                   DISPLAY 'FOLHA (C)ICLICA DO DIA OU (T)OTAL DO '
                       'LOCAL?'
                   ACCEPT WRK-TIPO-FOLHA
                   MOVE FUNCTION UPPER-CASE(WRK-TIPO-FOLHA)
                       TO WRK-TIPO-FOLHA
               END-PERFORM
               IF FOLHA-TOTAL
                   CLOSE CICLO-CONTAGEM-FILE
               END-IF
           END-IF.

       CONFERE-PROGRAMACAO.
           MOVE 'S' TO WRK-PROGRAMADO
           IF FOLHA-CICLICA
               MOVE 'N' TO WRK-PROGRAMADO
               MOVE WRK-CD-DATA TO CC-DATA
               MOVE EL-CODIGO   TO CC-CODIGO
               READ CICLO-CONTAGEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-PROGRAMADO
               END-READ
           END-IF.

       ESCREVE-LINHA-FOLHA.
           ADD 1 TO WRK-QTD-ITENS
           MOVE SPACES TO EM-DESCRICAO
           IF WRK-FS-ESTQ NOT = '35'
               MOVE EL-CODIGO TO EM-CODIGO
               READ ESTOQUE-FILE
                   INVALID KEY
                       MOVE SPACES TO EM-DESCRICAO
               END-READ
           END-IF
           MOVE SPACES TO FOLHA-LINHA
           STRING EL-CODIGO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               EM-DESCRICAO DELIMITED BY SIZE
               ' CONTADO: __________' DELIMITED BY SIZE
               INTO FOLHA-LINHA
           WRITE FOLHA-LINHA.

      ******************************************************************
      * ENTRA-CONTAGEM - Digita a quantidade contada de cada material
      * do local informado (codigo em branco encerra), com o operador
      * da contagem carimbado no registro.
      ******************************************************************
       ENTRA-CONTAGEM.
           ACCEPT WRK-USUARIO FROM ENVIRONMENT "USER"
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           PERFORM SOLICITA-LOCAL
           OPEN I-O CONTAGEM-FILE
           IF WRK-FS-CONT = '35'
               CLOSE CONTAGEM-FILE
           END-PERFORM

           MOVE WRK-COD-BUSCA TO IV-CODIGO
           MOVE WRK-LOCAL     TO IV-LOCAL
           READ CONTAGEM-FILE
               INVALID KEY
                   MOVE WRK-COD-BUSCA TO IV-CODIGO
                   MOVE WRK-LOCAL     TO IV-LOCAL
                   COMPUTE IV-QTD-CONTADA =
                       FUNCTION NUMVAL(WRK-QTD-ED)
                   MOVE WRK-USUARIO TO IV-OPERADOR
           END-READ.

      ******************************************************************
      * RELATORIO-VARIACAO - Compara cada contagem com o saldo do
      * material no local contado (sem saldo aberto no local, zero) e
      * imprime a diferenca, com totais de itens e divergencias.
      ******************************************************************
       RELATORIO-VARIACAO.
           MOVE 0 TO WRK-QTD-ITENS
               DISPLAY 'NENHUMA CONTAGEM REGISTRADA.'
           ELSE
               OPEN INPUT ESTOQUE-FILE
               OPEN INPUT SALDO-LOCAL-FILE
               OPEN OUTPUT VARIACAO-REL-FILE
               MOVE 'VARIACAO DE INVENTARIO - CONTADO X SALDO DO LOCAL'
                   TO VARIACAO-REL-LINHA
               WRITE VARIACAO-REL-LINHA

               MOVE 'N' TO WRK-FIM-CONT
               MOVE LOW-VALUES TO IV-CHAVE
               START CONTAGEM-FILE KEY IS NOT LESS THAN IV-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-CONT
               END-START
               WRITE VARIACAO-REL-LINHA

               CLOSE VARIACAO-REL-FILE
               IF WRK-FS-SALDO NOT = '35'
                   CLOSE SALDO-LOCAL-FILE
               END-IF
               CLOSE ESTOQUE-FILE
               CLOSE CONTAGEM-FILE
               DISPLAY 'RELATORIO GRAVADO EM VARREL.'
                   WRITE VARIACAO-REL-LINHA
                   ADD 1 TO WRK-QTD-DIVERG
               NOT INVALID KEY
                   PERFORM LE-SALDO-LOCAL
                   COMPUTE WRK-DIFERENCA =
                       IV-QTD-CONTADA - WRK-SALDO-LOCAL
                   MOVE WRK-SALDO-LOCAL TO WRK-SALDO-SAI
                   MOVE IV-QTD-CONTADA  TO WRK-CONT-SAI
                   MOVE WRK-DIFERENCA   TO WRK-DIF-SAI
                   MOVE SPACES TO VARIACAO-REL-LINHA
                   STRING IV-CODIGO DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       IV-LOCAL DELIMITED BY SIZE
                       ' SALDO ' DELIMITED BY SIZE
                       WRK-SALDO-SAI DELIMITED BY SIZE
                       ' CONTADO ' DELIMITED BY SIZE

      ******************************************************************
      * POSTA-DIFERENCAS - Para cada contagem com divergencia, pede a
      * aprovacao e posta a diferenca como MV-AJUSTE no local contado
      * (com o operador da contagem), acertando o saldo do local e o
      * EM-SALDO e marcando a contagem como postada para a reexecucao
      * nao duplicar. A contagem encerrada (sem diferenca ou com o
      * ajuste aprovado) e registrada no historico de contagens.
      ******************************************************************
       POSTA-DIFERENCAS.
           MOVE 0 TO WRK-QTD-POSTADOS
                   DISPLAY 'MESTRE DE ESTOQUE VAZIO OU INEXISTENTE.'
                   CLOSE CONTAGEM-FILE
               ELSE
                   OPEN I-O SALDO-LOCAL-FILE
                   IF WRK-FS-SALDO = '35'
                       CLOSE SALDO-LOCAL-FILE
                       OPEN OUTPUT SALDO-LOCAL-FILE
                       CLOSE SALDO-LOCAL-FILE
                       OPEN I-O SALDO-LOCAL-FILE
                   END-IF
                   PERFORM ABRE-HISTORICO
                   MOVE 'N' TO WRK-FIM-CONT
                   MOVE LOW-VALUES TO IV-CHAVE
                   START CONTAGEM-FILE
                       KEY IS NOT LESS THAN IV-CHAVE
                       INVALID KEY
                           MOVE 'S' TO WRK-FIM-CONT
                   END-START
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM FECHA-HISTORICO
                   CLOSE SALDO-LOCAL-FILE
                   CLOSE ESTOQUE-FILE
                   CLOSE CONTAGEM-FILE
                   DISPLAY 'AJUSTES POSTADOS: ' WRK-QTD-POSTADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EM-CUSTO-UNIT TO WRK-CUSTO-UNIT
                   PERFORM LE-SALDO-LOCAL
                   COMPUTE WRK-DIFERENCA =
                       IV-QTD-CONTADA - WRK-SALDO-LOCAL
                   IF WRK-DIFERENCA = 0
                       MOVE 'P' TO IV-STATUS
                       REWRITE INVENTARIO-CONTAGEM-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       MOVE 'N' TO WRK-AJUSTADO
                       PERFORM REGISTRA-CONTAGEM
                   ELSE
                       MOVE WRK-DIFERENCA TO WRK-DIF-SAI
                       DISPLAY IV-CODIGO ' LOCAL ' IV-LOCAL
                           ' DIFERENCA ' WRK-DIF-SAI
                           ' - APROVAR AJUSTE? (S/N)'
                       ACCEPT WRK-APROVA
                       MOVE FUNCTION UPPER-CASE(WRK-APROVA)
           END-READ.

       APLICA-AJUSTE.
           ADD WRK-DIFERENCA TO EM-SALDO
           REWRITE ESTOQUE-MATERIAL-RECORD
               INVALID KEY
                   DISPLAY 'FALHA AO ACERTAR O SALDO.'
               NOT INVALID KEY
                   PERFORM ACERTA-SALDO-LOCAL
                   PERFORM GRAVA-MOVIMENTO-AJUSTE
                   MOVE 'P' TO IV-STATUS
                   REWRITE INVENTARIO-CONTAGEM-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   ADD 1 TO WRK-QTD-POSTADOS
                   MOVE 'S' TO WRK-AJUSTADO
                   PERFORM REGISTRA-CONTAGEM
           END-REWRITE.

      ******************************************************************
      * ABRE-HISTORICO - Abre o historico de contagens para acrescimo
      * e, quando ja gerados pelo PROG184, a classificacao ABC e o
      * calendario de contagem ciclica para atualizacao.
      ******************************************************************
       ABRE-HISTORICO.
           OPEN EXTEND CONTAGEM-HIST-FILE
           IF WRK-FS-HIST = '05' OR WRK-FS-HIST = '35'
               OPEN OUTPUT CONTAGEM-HIST-FILE
           END-IF
           OPEN I-O CLASSE-ABC-FILE
           OPEN I-O CICLO-CONTAGEM-FILE.

       FECHA-HISTORICO.
           CLOSE CONTAGEM-HIST-FILE
           IF WRK-FS-CLASSE NOT = '35'
               CLOSE CLASSE-ABC-FILE
           END-IF
           IF WRK-FS-CICLO NOT = '35'
               CLOSE CICLO-CONTAGEM-FILE
           END-IF.

      ******************************************************************
      * REGISTRA-CONTAGEM - Grava a contagem encerrada no historico
      * (CONTHIST) com a classe ABC vigente e o valor da diferenca ao
      * custo medio. Quando todos os locais com saldo aberto do
      * material ja tem a contagem do dia postada, carimba a data da
      * contagem na classificacao e, se o item estava no calendario
      * ciclico do dia, marca-o como contado.
      ******************************************************************
       REGISTRA-CONTAGEM.
           PERFORM VERIFICA-LOCAIS-CONTADOS
           MOVE SPACES TO CH-CLASSE
           IF WRK-FS-CLASSE NOT = '35'
               MOVE IV-CODIGO TO AB-CODIGO
               READ CLASSE-ABC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AB-CLASSE TO CH-CLASSE
                       IF TODOS-LOCAIS-CONTADOS
                           MOVE IV-DATA TO AB-DATA-CONTAGEM
                           REWRITE CLASSE-ABC-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           MOVE 'N' TO CH-CICLICA
           IF WRK-FS-CICLO NOT = '35'
               MOVE IV-DATA   TO CC-DATA
               MOVE IV-CODIGO TO CC-CODIGO
               READ CICLO-CONTAGEM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO CH-CICLICA
                       IF CC-PENDENTE AND TODOS-LOCAIS-CONTADOS
                           MOVE 'C' TO CC-SITUACAO
                           MOVE IV-DATA TO CC-DATA-CONTAGEM
                           REWRITE CICLO-CONTAGEM-RECORD
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
               END-READ
           END-IF
           MOVE IV-DATA         TO CH-DATA
           MOVE IV-CODIGO       TO CH-CODIGO
           MOVE IV-LOCAL        TO CH-LOCAL
           MOVE WRK-SALDO-LOCAL TO CH-SALDO
           MOVE IV-QTD-CONTADA  TO CH-CONTADO
           MOVE WRK-DIFERENCA   TO CH-DIFERENCA
           COMPUTE CH-VALOR-DIF ROUNDED =
               WRK-DIFERENCA * WRK-CUSTO-UNIT
           MOVE WRK-AJUSTADO    TO CH-AJUSTADO
           MOVE IV-OPERADOR     TO CH-OPERADOR
           WRITE CONTAGEM-HISTORICO-RECORD.

      ******************************************************************
      * VERIFICA-LOCAIS-CONTADOS - Percorre os saldos do material
      * corrente no SALDLOC: cada local com saldo aberto, fora o da
      * contagem corrente (ja postada), precisa de contagem postada
      * com a mesma data no IVCOUNT. Sem o arquivo de saldos, o
      * local da contagem e o unico. No fim rele a contagem
      * corrente, para a postagem seguir dela.
      ******************************************************************
       VERIFICA-LOCAIS-CONTADOS.
           MOVE 'S' TO WRK-TODOS-LOCAIS
           MOVE IV-CHAVE TO WRK-CHAVE-CONT
           MOVE IV-DATA  TO WRK-DATA-CONT
           IF WRK-FS-SALDO NOT = '35'
               MOVE 'N' TO WRK-FIM-LOCAIS
               MOVE IV-CODIGO  TO EL-CODIGO
               MOVE LOW-VALUES TO EL-LOCAL
               START SALDO-LOCAL-FILE KEY IS NOT LESS THAN EL-CHAVE
                   INVALID KEY
                       MOVE 'S' TO WRK-FIM-LOCAIS
               END-START
               PERFORM UNTIL FIM-LOCAIS OR NOT TODOS-LOCAIS-CONTADOS
                   READ SALDO-LOCAL-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-FIM-LOCAIS
                   END-READ
                   IF NOT FIM-LOCAIS
                       IF EL-CODIGO NOT = WRK-CHAVE-CONT(1:6)
                           MOVE 'S' TO WRK-FIM-LOCAIS
                       ELSE
                           IF EL-LOCAL NOT = WRK-CHAVE-CONT(7:4)
                               PERFORM CONFERE-CONTAGEM-LOCAL
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WRK-CHAVE-CONT TO IV-CHAVE
               READ CONTAGEM-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.

       CONFERE-CONTAGEM-LOCAL.
           MOVE EL-CODIGO TO IV-CODIGO
           MOVE EL-LOCAL  TO IV-LOCAL
           READ CONTAGEM-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-TODOS-LOCAIS
               NOT INVALID KEY
                   IF NOT IV-POSTADO OR IV-DATA NOT = WRK-DATA-CONT
                       MOVE 'N' TO WRK-TODOS-LOCAIS
                   END-IF
           END-READ.

      ******************************************************************
      * LE-SALDO-LOCAL - Le o saldo do material contado no local da
      * contagem; sem saldo aberto no local (ou sem o arquivo), zero.
      ******************************************************************
       LE-SALDO-LOCAL.
           MOVE 'N' TO WRK-SALDO-ACHADO
           MOVE 0 TO WRK-SALDO-LOCAL
           IF WRK-FS-SALDO NOT = '35'
               MOVE IV-CODIGO TO EL-CODIGO
               MOVE IV-LOCAL  TO EL-LOCAL
               READ SALDO-LOCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-SALDO-ACHADO
                       MOVE EL-SALDO TO WRK-SALDO-LOCAL
               END-READ
           END-IF.

      ******************************************************************
      * ACERTA-SALDO-LOCAL - O saldo do local passa a ser o contado;
      * material achado num local onde nao tinha saldo aberto ganha
      * o saldo ali, sem politica de reposicao.
      ******************************************************************
       ACERTA-SALDO-LOCAL.
           IF SALDO-LOCAL-ACHADO
               MOVE IV-QTD-CONTADA TO EL-SALDO
               REWRITE SALDO-LOCAL-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ACERTAR O SALDO DO LOCAL.'
               END-REWRITE
           ELSE
               MOVE IV-CODIGO      TO EL-CODIGO
               MOVE IV-LOCAL       TO EL-LOCAL
               MOVE IV-QTD-CONTADA TO EL-SALDO
               MOVE 0              TO EL-MINIMO
               MOVE 0              TO EL-QTD-REPOR
               WRITE SALDO-LOCAL-RECORD
                   INVALID KEY
                       DISPLAY 'FALHA AO ABRIR O SALDO DO LOCAL.'
               END-WRITE
           END-IF.

      ******************************************************************
      * SOLICITA-LOCAL - Pede o local de estoque da contagem (branco
      * vale o almoxarifado central), conferido no cadastro de locais
      * ativos; sem o cadastro implantado, so o central.
      * O cadastro aberto fica marcado em WRK-LOCAL-ABERTO: o status
      * de uma leitura recusada nao o confunde com cadastro ausente.
      ******************************************************************
       SOLICITA-LOCAL.
           MOVE 'N' TO WRK-LOCAL-OK
           MOVE 'N' TO WRK-LOCAL-ABERTO
           OPEN INPUT LOCAL-ESTOQUE-FILE
           IF WRK-FS-LOCAL = '00'
               MOVE 'S' TO WRK-LOCAL-ABERTO
           END-IF
           PERFORM UNTIL LOCAL-VALIDO
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
               END-IF
           END-PERFORM
           IF LOCAIS-ABERTOS
               CLOSE LOCAL-ESTOQUE-FILE
               MOVE 'N' TO WRK-LOCAL-ABERTO
           END-IF.

       GRAVA-MOVIMENTO-AJUSTE.
           MOVE FUNCTION CURRENT-DATE TO WRK-DATA-HORA
           OPEN EXTEND MOVIMENTO-FILE
           MOVE WRK-DIFERENCA TO MV-QUANTIDADE
           MOVE IV-OPERADOR   TO MV-OPERADOR
           MOVE WRK-CD-DATA   TO MV-DATA
      * mes ja fechado: o lancamento vai para o periodo aberto
           MOVE MV-DATA TO PFP-DATA
           CALL 'PROG170' USING PERIODO-PARAMETROS
           IF PFP-PERIODO-FECHADO
               MOVE PFP-DATA-ABERTA TO MV-DATA
               DISPLAY 'MES ' PFP-MES-FECHADO ' FECHADO - MOVIMENTO '
                   'LANCADO EM ' MV-DATA '.'
           END-IF
           MOVE WRK-CD-HORA   TO MV-HORA
           MOVE 'INVENT  '    TO MV-ORDEM
           MOVE IV-LOCAL      TO MV-LOCAL
           MOVE SPACES        TO MV-LOCAL-PAR
           WRITE MOVIMENTO-ESTOQUE-RECORD
           CLOSE MOVIMENTO-FILE.
       END PROGRAM PROG100.
